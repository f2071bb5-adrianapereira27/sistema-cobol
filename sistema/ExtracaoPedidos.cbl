      *          confirmados e ainda nao transmitidos entram no
      *          extrato (digitados e cancelados ficam de fora); cada
      *          pedido enviado e marcado como transmitido para nao
      *          sair duas vezes. Item zerado pela falta de estoque na
      *          confirmacao (backorder) nao vai ao extrato; pedido sem
      *          nenhum item com quantidade espera a liberacao do
      *          backorder sem ser transmitido. O registro "P" leva a
      *          data de entrega prometida ao cliente; o pedido
      *          transmitido guarda a data da transmissao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

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

           FD arq-clientes.
           01  rw-cli-registro.

           01  ws-clientes-abertos-sw      PIC x(001) VALUE "N".
               88 ws-clientes-abertos          VALUE "S".
           01  ws-qt-itens-faturaveis      PIC 9(003) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
               AND NOT rw-pedido-transmitido
               AND (rw-pedido-confirmado OR rw-pedido-st-faturado
                    OR rw-pedido-entregue)
                   PERFORM CONTAR-ITENS-FATURAVEIS
                   IF  ws-qt-itens-faturaveis GREATER ZEROS
                       PERFORM GRAVAR-PEDIDO-EXTRATO
                       MOVE "T"            TO rw-st-transmissao
                       MOVE ws-dt-geracao  TO rw-dt-transmissao
                       REWRITE rw-registro
                   END-IF
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
           PERFORM LOCALIZAR-CNPJ-CLIENTE.
           MOVE rw-cd-vendedor             TO IF-PED-CD-VENDEDOR.
           MOVE rw-dt-pedido               TO IF-PED-DT-PEDIDO.
           MOVE ws-qt-itens-faturaveis     TO IF-PED-QT-ITENS.
           MOVE rw-vl-total-pedido         TO IF-PED-VL-TOTAL.
           MOVE rw-cd-cond-pagto           TO IF-PED-CD-COND-PAGTO.
           MOVE rw-dt-entrega-prevista     TO IF-PED-DT-ENTREGA-PREV.
           MOVE IF-PED-PEDIDO              TO rw-extrato.
           WRITE rw-extrato.
           ADD 1                           TO WS-CT-PEDIDOS.
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-pit-qt-produto GREATER ZEROS
                   PERFORM GRAVAR-ITEM-EXTRATO
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Itens com quantidade a faturar; o que ficou inteiro em
      * backorder tem quantidade zerada e nao conta.
      ******************************************************************
       CONTAR-ITENS-FATURAVEIS SECTION.
           MOVE ZEROS                      TO ws-qt-itens-faturaveis.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-itens
           END-START.
           IF  ws-itens-ok
               READ arq-itens NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-pit-qt-produto GREATER ZEROS
                   ADD 1                   TO ws-qt-itens-faturaveis
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

           MOVE rw-pit-qt-produto          TO IF-ITM-QT-PRODUTO.
           MOVE rw-pit-vl-unitario         TO IF-ITM-VL-UNITARIO.
           MOVE rw-pit-vl-item             TO IF-ITM-VL-ITEM.
           IF  rw-pit-bonificacao
               MOVE "B"                    TO IF-ITM-TP-ITEM
           ELSE
               MOVE "V"                    TO IF-ITM-TP-ITEM
           END-IF.
           MOVE rw-pit-vl-preco-cheio      TO IF-ITM-VL-REFERENCIA.
           MOVE rw-pit-pc-icms             TO IF-ITM-PC-ICMS.
           MOVE rw-pit-vl-icms             TO IF-ITM-VL-ICMS.
           MOVE rw-pit-vl-base-st          TO IF-ITM-VL-BASE-ST.
           MOVE rw-pit-vl-icms-st          TO IF-ITM-VL-ICMS-ST.
           MOVE IF-PED-ITEM                TO rw-extrato.
           WRITE rw-extrato.
           ADD 1                           TO WS-CT-ITENS.
