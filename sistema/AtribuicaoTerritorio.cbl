               03 rw-ter-lat-max           PIC s9(003)v9(008).
               03 rw-ter-long-min          PIC s9(003)v9(008).
               03 rw-ter-long-max          PIC s9(003)v9(008).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

           FD relat-atribuicao.
           01  rw-relat-atribuicao         PIC x(200).
