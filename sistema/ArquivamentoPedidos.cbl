             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-hp-nr-pedido
             ALTERNATE KEY      IS rw-hp-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-hp-chave-cliente-data
                                = rw-hp-cd-cliente rw-hp-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-hist.

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

           FD arq-itens.
           01  rw-pit-registro.
               03 rw-pit-qt-produto        PIC 9(005).
               03 rw-pit-vl-unitario       PIC 9(007)v9(002).
               03 rw-pit-vl-item           PIC 9(009)v9(002).
               03 rw-pit-cd-campanha       PIC 9(005).
               03 rw-pit-vl-preco-cheio    PIC 9(007)v9(002).
               03 rw-pit-tp-item           PIC x(001).
                  88 rw-pit-venda              VALUE "V", " ".
                  88 rw-pit-bonificacao        VALUE "B".
               03 rw-pit-pc-icms           PIC 9(002)v9(002).
               03 rw-pit-vl-icms           PIC 9(009)v9(002).
               03 rw-pit-vl-base-st        PIC 9(009)v9(002).
               03 rw-pit-vl-icms-st        PIC 9(009)v9(002).

           FD arq-pedidos-hist.
           01  rw-hp-registro.
               03 rw-hp-st-pedido          PIC x(001).
               03 rw-hp-ds-motivo-cancel   PIC x(030).
               03 rw-hp-cd-cond-pagto      PIC x(003).
               03 rw-hp-dt-entrega-prevista PIC 9(008).
               03 rw-hp-dt-confirmacao     PIC 9(008).
               03 rw-hp-dt-transmissao     PIC 9(008).
               03 rw-hp-dt-entrega         PIC 9(008).
               03 rw-hp-st-entrega         PIC x(001).
               03 rw-hp-dt-romaneio        PIC 9(008).
               03 rw-hp-nr-romaneio        PIC 9(002).

           FD arq-itens-hist.
           01  rw-hpi-registro.
               03 rw-hpi-qt-produto        PIC 9(005).
               03 rw-hpi-vl-unitario       PIC 9(007)v9(002).
               03 rw-hpi-vl-item           PIC 9(009)v9(002).
               03 rw-hpi-cd-campanha       PIC 9(005).
               03 rw-hpi-vl-preco-cheio    PIC 9(007)v9(002).
               03 rw-hpi-tp-item           PIC x(001).
                  88 rw-hpi-venda              VALUE "V", " ".
                  88 rw-hpi-bonificacao        VALUE "B".
               03 rw-hpi-pc-icms           PIC 9(002)v9(002).
               03 rw-hpi-vl-icms           PIC 9(009)v9(002).
               03 rw-hpi-vl-base-st        PIC 9(009)v9(002).
               03 rw-hpi-vl-icms-st        PIC 9(009)v9(002).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
           MOVE rw-st-pedido               TO rw-hp-st-pedido.
           MOVE rw-ds-motivo-cancel        TO rw-hp-ds-motivo-cancel.
           MOVE rw-cd-cond-pagto           TO rw-hp-cd-cond-pagto.
           MOVE rw-dt-entrega-prevista     TO rw-hp-dt-entrega-prevista.
           MOVE rw-dt-confirmacao          TO rw-hp-dt-confirmacao.
           MOVE rw-dt-transmissao          TO rw-hp-dt-transmissao.
           MOVE rw-dt-entrega              TO rw-hp-dt-entrega.
           MOVE rw-st-entrega              TO rw-hp-st-entrega.
           MOVE rw-dt-romaneio             TO rw-hp-dt-romaneio.
           MOVE rw-nr-romaneio             TO rw-hp-nr-romaneio.
           WRITE rw-hp-registro.
           IF  ws-hist-existente
               REWRITE rw-hp-registro
