      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Localizar a campanha promocional (campanhas.dat) que
      *          se aplica a um item de pedido: campanha ativa, na
      *          vigencia da data do pedido, com produto, canal e
      *          territorio do cliente dentro da abrangencia, e com
      *          a quantidade do item atingindo a regra. Entre varias
      *          vale a de maior desconto. Recebe o preco unitario
      *          cheio e devolve o preco liquido da campanha (no leve
      *          X pague Y, o preco medio das unidades pagas), o
      *          codigo da campanha e o desconto total do item.
      *          Retorno "00" com campanha aplicada; "23" sem
      *          campanha (preco devolvido igual ao recebido).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCALIZAR-CAMPANHA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-campanhas ASSIGN TO DISK "campanhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cmp-cd-campanha
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-campanhas.

       DATA DIVISION.
       FILE SECTION.
           FD arq-campanhas.
           01  rw-cmp-registro.
               03 rw-cmp-cd-campanha       PIC 9(005).
               03 rw-cmp-ds-campanha       PIC x(030).
               03 rw-cmp-st-ativo          PIC x(001).
                  88 rw-cmp-ativa              VALUE "A".
                  88 rw-cmp-inativa            VALUE "I".
               03 rw-cmp-cd-produto        PIC 9(007).
               03 rw-cmp-cd-canal          PIC x(003).
               03 rw-cmp-cd-territorio     PIC x(005).
               03 rw-cmp-dt-inicio         PIC 9(008).
               03 rw-cmp-dt-fim            PIC 9(008).
               03 rw-cmp-tp-campanha       PIC x(001).
                  88 rw-cmp-desconto           VALUE "D".
                  88 rw-cmp-leve-pague         VALUE "L".
               03 rw-cmp-qt-minima         PIC 9(005).
               03 rw-cmp-pc-desconto       PIC 9(002)v9(002).
               03 rw-cmp-qt-leve           PIC 9(005).
               03 rw-cmp-qt-pague          PIC 9(005).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-campanhas   PIC x(02).
                  88 ws-campanhas-ok           VALUE "00", "02".

           01  ws-campos-calculo.
               03 ws-vl-preco-cheio        PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-bruto-item         PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-liquido-item       PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-preco-campanha     PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-desconto-campanha  PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-qt-grupos             PIC 9(005) VALUE ZEROS.
               03 ws-qt-gratis             PIC 9(005) VALUE ZEROS.
               03 ws-aplica-sw             PIC x(001) VALUE "N".
                  88 ws-campanha-aplica        VALUE "S".

       LINKAGE SECTION.
           01  PARAMETROS-CAMPANHA.
               05 CMP-CD-PRODUTO           PIC 9(007).
               05 CMP-CD-CANAL             PIC x(003).
               05 CMP-CD-TERRITORIO        PIC x(005).
               05 CMP-DT-PEDIDO            PIC 9(008).
               05 CMP-QT-PRODUTO           PIC 9(005).
               05 CMP-VL-UNITARIO          PIC 9(007)v9(002).
               05 CMP-CD-CAMPANHA          PIC 9(005).
               05 CMP-VL-DESCONTO          PIC 9(009)v9(002).
               05 CMP-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-CAMPANHA.
       MAIN-PROCEDURE SECTION.
           MOVE "23"                       TO CMP-RETORNO.
           MOVE ZEROS                      TO CMP-CD-CAMPANHA.
           MOVE ZEROS                      TO CMP-VL-DESCONTO.
           MOVE CMP-VL-UNITARIO            TO ws-vl-preco-cheio.
           IF  CMP-QT-PRODUTO EQUAL ZEROS
           OR  ws-vl-preco-cheio EQUAL ZEROS
               EXIT PROGRAM
           END-IF.
           COMPUTE ws-vl-bruto-item =
                   CMP-QT-PRODUTO * ws-vl-preco-cheio.
           OPEN INPUT arq-campanhas.
           IF  NOT ws-campanhas-ok
               EXIT PROGRAM
           END-IF.
           READ arq-campanhas NEXT RECORD.
           PERFORM UNTIL NOT ws-campanhas-ok
               PERFORM AVALIAR-CAMPANHA
               IF  ws-campanha-aplica
               AND ws-vl-desconto-campanha GREATER CMP-VL-DESCONTO
                   MOVE rw-cmp-cd-campanha TO CMP-CD-CAMPANHA
                   MOVE ws-vl-desconto-campanha TO CMP-VL-DESCONTO
                   MOVE ws-vl-preco-campanha TO CMP-VL-UNITARIO
                   MOVE "00"               TO CMP-RETORNO
               END-IF
               READ arq-campanhas NEXT RECORD
           END-PERFORM.
           CLOSE arq-campanhas.
           EXIT PROGRAM.

      ******************************************************************
      * Confere a abrangencia e a vigencia da campanha lida e calcula
      * o preco liquido e o desconto que ela daria ao item.
      ******************************************************************
       AVALIAR-CAMPANHA SECTION.
           MOVE "N"                        TO ws-aplica-sw.
           IF  NOT rw-cmp-ativa
           OR  rw-cmp-dt-inicio GREATER CMP-DT-PEDIDO
           OR  rw-cmp-dt-fim LESS CMP-DT-PEDIDO
               EXIT SECTION
           END-IF.
           IF  rw-cmp-cd-produto NOT EQUAL ZEROS
           AND rw-cmp-cd-produto NOT EQUAL CMP-CD-PRODUTO
               EXIT SECTION
           END-IF.
           IF  rw-cmp-cd-canal NOT EQUAL SPACES
           AND rw-cmp-cd-canal NOT EQUAL CMP-CD-CANAL
               EXIT SECTION
           END-IF.
           IF  rw-cmp-cd-territorio NOT EQUAL SPACES
           AND rw-cmp-cd-territorio NOT EQUAL CMP-CD-TERRITORIO
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN rw-cmp-desconto
                   PERFORM CALCULAR-DESCONTO-QUANTIDADE
               WHEN rw-cmp-leve-pague
                   PERFORM CALCULAR-LEVE-PAGUE
           END-EVALUATE.

       CALCULAR-DESCONTO-QUANTIDADE SECTION.
           IF  CMP-QT-PRODUTO LESS rw-cmp-qt-minima
           OR  rw-cmp-pc-desconto EQUAL ZEROS
               EXIT SECTION
           END-IF.
           COMPUTE ws-vl-preco-campanha ROUNDED =
                   ws-vl-preco-cheio * (100 - rw-cmp-pc-desconto)
                   / 100.
           PERFORM CALCULAR-DESCONTO-ITEM.

      *    a cada "leve" unidades o cliente paga "pague"; o item fica
      *    com o preco medio das unidades, para o valor do item fechar
      *    com quantidade x preco nas demais rotinas
       CALCULAR-LEVE-PAGUE SECTION.
           IF  rw-cmp-qt-pague EQUAL ZEROS
           OR  rw-cmp-qt-leve NOT GREATER rw-cmp-qt-pague
           OR  CMP-QT-PRODUTO LESS rw-cmp-qt-leve
               EXIT SECTION
           END-IF.
           DIVIDE CMP-QT-PRODUTO BY rw-cmp-qt-leve
                  GIVING ws-qt-grupos.
           COMPUTE ws-qt-gratis =
                   ws-qt-grupos * (rw-cmp-qt-leve - rw-cmp-qt-pague).
           COMPUTE ws-vl-preco-campanha ROUNDED =
                   ws-vl-preco-cheio * (CMP-QT-PRODUTO - ws-qt-gratis)
                   / CMP-QT-PRODUTO.
           PERFORM CALCULAR-DESCONTO-ITEM.

       CALCULAR-DESCONTO-ITEM SECTION.
           IF  ws-vl-preco-campanha NOT LESS ws-vl-preco-cheio
               EXIT SECTION
           END-IF.
           COMPUTE ws-vl-liquido-item =
                   CMP-QT-PRODUTO * ws-vl-preco-campanha.
           COMPUTE ws-vl-desconto-campanha =
                   ws-vl-bruto-item - ws-vl-liquido-item.
           MOVE "S"                        TO ws-aplica-sw.
       END PROGRAM LOCALIZAR-CAMPANHA.
