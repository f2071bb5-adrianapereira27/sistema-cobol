             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

                  88 rw-pedido-cancelado       VALUE "X".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

           FD arq-distribuicao.
           01  rw-dst-registro.
               03 rw-hv-cd-cliente         PIC 9(007).
               03 rw-hv-st-visitado        PIC x(001).
               03 rw-hv-cd-motivo          PIC x(003).
               03 rw-hv-hr-checkin         PIC 9(004).
               03 rw-hv-hr-checkout        PIC 9(004).

           FD arquivo-historico.
           01  rw-registro-historico       PIC x(200).
           IF  NOT ws-pedidos-ok
               EXIT SECTION
           END-IF.
           MOVE "S"                        TO ws-achou-mais-sw.
           PERFORM UNTIL NOT ws-achou-mais
               MOVE "N"                    TO ws-achou-mais-sw
               MOVE ws-cd-duplicado        TO rw-cd-cliente
               MOVE ZEROS                  TO rw-dt-pedido
               START arq-pedidos KEY IS NOT LESS rw-chave-cliente-data
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ arq-pedidos NEXT RECORD
                       IF  ws-pedidos-ok
                       AND rw-cd-cliente EQUAL ws-cd-duplicado
                           MOVE ws-cd-sobrevivente
                                           TO rw-cd-cliente
                           REWRITE rw-registro
                           ADD 1           TO WS-CT-PEDIDOS
                           MOVE "S"        TO ws-achou-mais-sw
                       END-IF
               END-START
           END-PERFORM.
           CLOSE arq-pedidos.

               OPEN OUTPUT arquivo-historico
           END-IF.
           MOVE SPACES                     TO rw-registro-historico.
           STRING "DATA " ws-dt-hoje
                  " FUSAO EM " ws-dt-hoje
                  " POR " PARM-OPERADOR-ID
                  " SOBREVIVENTE " ws-cnpj-sobrevivente
                  " DUPLICADO " ws-cnpj-duplicado
