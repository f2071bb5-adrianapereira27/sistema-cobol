                  88 rw-ter-ativo              VALUE "A".
                  88 rw-ter-inativo            VALUE "I".
               03 rw-ter-limites           PIC x(044).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
