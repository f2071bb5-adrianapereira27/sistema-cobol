               03 rw-ter-lat-max           PIC s9(003)v9(008).
               03 rw-ter-long-min          PIC s9(003)v9(008).
               03 rw-ter-long-max          PIC s9(003)v9(008).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

           FD relat-auditoria.
           01  rw-relat-auditoria          PIC x(200).
               03 ws-achou-territorio-sw   PIC x(001) VALUE "N".
                  88 ws-achou-territorio       VALUE "S".
               03 ws-cnpj-atual            PIC 9(014) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.

           01  WS-CONTADORES.
               03 WS-CT-EXAMINADOS         PIC 9(006) VALUE ZEROS.
           IF  NOT ws-historico-ok
               OPEN OUTPUT arquivo-historico
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE SPACES                  TO rw-registro-historico.
           STRING "DATA " ws-dt-hoje
                  " CNPJ " ws-cnpj-atual
                  " ANTES TERR=" ws-territorio-anterior
                  " DEPOIS TERR=" ws-territorio-correto
                  " (AUDITORIA DE TERRITORIOS)"
