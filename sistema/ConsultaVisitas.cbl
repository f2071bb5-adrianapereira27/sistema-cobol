               03 rw-hv-cd-cliente         PIC 9(007).
               03 rw-hv-st-visitado        PIC x(001).
               03 rw-hv-cd-motivo          PIC x(003).
               03 rw-hv-hr-checkin         PIC 9(004).
               03 rw-hv-hr-checkout        PIC 9(004).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               07  VALUE "Motivo:"             LINE 13 COL 05.
               07  VISITA-MOTIVO-OUT           LINE 13 COL 20
                            PIC x(03)        USING rw-hv-cd-motivo.
               07  VALUE "Entrada/saida:"      LINE 14 COL 05.
               07  VISITA-CHECKIN-OUT          LINE 14 COL 20
                            PIC 9(04)        USING rw-hv-hr-checkin.
               07  VISITA-CHECKOUT-OUT         LINE 14 COL 26
                            PIC 9(04)        USING rw-hv-hr-checkout.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 16 COL 05  USING ws-escape-key.
