               03 rw-ter-ds-territorio     PIC x(030).
               03 rw-ter-st-ativo          PIC x(001).
               03 rw-ter-limites           PIC x(044).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

           FD arq-registro-relat.
           01  rw-registro-relat.
