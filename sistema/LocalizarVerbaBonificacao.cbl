      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Localizar a verba mensal de bonificacao do vendedor
      *          (metas.dat, vendedor + anomes) e o quanto dela ja foi
      *          consumido pelos itens de bonificacao dos pedidos do
      *          vendedor no mesmo anomes (ativos, nao cancelados),
      *          valorizados pelo preco de referencia gravado no item.
      *          O pedido informado em VRB-NR-PEDIDO (o que esta em
      *          digitacao) fica fora da soma - quem chama acumula os
      *          itens dele. Retorno "00" com verba cadastrada; "23"
      *          sem meta/verba no anomes (verba zero).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCALIZAR-VERBA-BONIFICACAO.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-metas ASSIGN TO DISK "metas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-met-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-metas.

           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

       DATA DIVISION.
       FILE SECTION.
           FD arq-metas.
           01  rw-met-registro.
               03 rw-met-chave.
                  05 rw-met-cd-vendedor    PIC 9(003).
                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-qt-visitas        PIC 9(005).
               03 rw-met-vl-pedidos        PIC 9(009)v9(002).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

           FD arq-pedidos.
           01  rw-registro.
               03 rw-nr-pedido             PIC 9(007).
               03 rw-cd-cliente            PIC 9(007).
               03 rw-cd-vendedor           PIC 9(003).
               03 rw-dt-pedido             PIC 9(008).
               03 rw-qt-itens              PIC 9(003).
               03 rw-vl-total-pedido       PIC 9(011)v9(002).
               03 rw-st-ativo              PIC x(001).
                  88 rw-pedido-ativo           VALUE "A".
                  88 rw-pedido-inativo         VALUE "I".
               03 rw-st-transmissao        PIC x(001).
                  88 rw-pedido-transmitido     VALUE "T".
               03 rw-st-faturamento        PIC x(001).
                  88 rw-pedido-faturado        VALUE "F".
               03 rw-dt-faturamento        PIC 9(008).
               03 rw-vl-faturado           PIC 9(011)v9(002).
               03 rw-st-pedido             PIC x(001).
                  88 rw-pedido-digitado        VALUE "D", " ".
                  88 rw-pedido-confirmado      VALUE "C".
                  88 rw-pedido-st-faturado     VALUE "F".
                  88 rw-pedido-entregue        VALUE "E".
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
               03 rw-pit-chave.
                  05 rw-pit-nr-pedido      PIC 9(007).
                  05 rw-pit-nr-sequencia   PIC 9(003).
               03 rw-pit-cd-produto        PIC 9(007).
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

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-metas       PIC x(02).
                  88 ws-metas-ok               VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".

       LINKAGE SECTION.
           01  PARAMETROS-VERBA.
               05 VRB-CD-VENDEDOR          PIC 9(003).
               05 VRB-NR-ANOMES            PIC 9(006).
               05 VRB-NR-PEDIDO            PIC 9(007).
               05 VRB-VL-VERBA             PIC 9(009)v9(002).
               05 VRB-VL-CONSUMIDO         PIC 9(011)v9(002).
               05 VRB-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-VERBA.
       MAIN-PROCEDURE SECTION.
           MOVE "23"                       TO VRB-RETORNO.
           MOVE ZEROS                      TO VRB-VL-VERBA.
           MOVE ZEROS                      TO VRB-VL-CONSUMIDO.
           OPEN INPUT arq-metas.
           IF  ws-metas-ok
               MOVE VRB-CD-VENDEDOR        TO rw-met-cd-vendedor
               MOVE VRB-NR-ANOMES          TO rw-met-nr-anomes
               READ arq-metas KEY IS rw-met-chave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  rw-met-vl-verba-bonif IS NUMERIC
                           MOVE rw-met-vl-verba-bonif TO VRB-VL-VERBA
                       END-IF
                       MOVE "00"           TO VRB-RETORNO
               END-READ
               CLOSE arq-metas
           END-IF.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-itens.
           IF  ws-itens-ok
               PERFORM SOMAR-PEDIDOS-VENDEDOR
               CLOSE arq-itens
           END-IF.
           CLOSE arq-pedidos.
           EXIT PROGRAM.

      ******************************************************************
      * Pedidos do vendedor pela chave alternada; so os do anomes
      * pedido, ativos e nao cancelados, entram na soma.
      ******************************************************************
       SOMAR-PEDIDOS-VENDEDOR SECTION.
           MOVE VRB-CD-VENDEDOR            TO rw-cd-vendedor.
           START arq-pedidos KEY IS EQUAL rw-cd-vendedor
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
                      OR rw-cd-vendedor NOT EQUAL VRB-CD-VENDEDOR
               IF  rw-dt-pedido(1:6) EQUAL VRB-NR-ANOMES
               AND rw-nr-pedido NOT EQUAL VRB-NR-PEDIDO
               AND rw-pedido-ativo
               AND NOT rw-pedido-cancelado
                   PERFORM SOMAR-ITENS-PEDIDO
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       SOMAR-ITENS-PEDIDO SECTION.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens NEXT RECORD.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-pit-bonificacao
                   COMPUTE VRB-VL-CONSUMIDO = VRB-VL-CONSUMIDO
                         + (rw-pit-qt-produto * rw-pit-vl-preco-cheio)
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.
       END PROGRAM LOCALIZAR-VERBA-BONIFICACAO.
