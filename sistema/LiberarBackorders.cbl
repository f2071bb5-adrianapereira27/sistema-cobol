      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Liberacao das pendencias de entrega (backorders.dat)
      *          de um produto, das mais antigas para as mais novas,
      *          ate esgotar o saldo livre informado pelo chamador
      *          (CADASTRO-ESTOQUE, na entrada ou na transferencia
      *          para um deposito). So entram as pendencias de
      *          clientes atendidos pelo deposito LIB-CD-DEPOSITO. A
      *          quantidade liberada volta ao item do pedido de origem
      *          enquanto ele estiver confirmado e ainda nao
      *          transmitido ao faturamento; pedido ja transmitido
      *          recebe um pedido complementar, confirmado, com o
      *          cliente, vendedor e condicao do original e data
      *          prometida de entrega recalculada
      *          (CALCULO-ENTREGA-PREVISTA). Cada
      *          liberacao gera a saida no livro de estoque contra o
      *          pedido que recebeu a quantidade e soma a divida de
      *          vasilhame; o saldo em estoque.dat e abatido pelo
      *          chamador com a quantidade devolvida em
      *          LIB-QT-LIBERADA. Pendencia de pedido cancelado ou
      *          fora do operacional e encerrada como cancelada. O
      *          ICMS e o ICMS-ST do item sao recalculados sobre a
      *          quantidade final (CALCULO-ICMS).
      *          Retorno "00" quando o arquivo foi processado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR-BACKORDERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-backorders ASSIGN TO DISK "backorders.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-bko-chave
             ALTERNATE KEY      IS rw-bko-nr-pedido WITH DUPLICATES
             ALTERNATE KEY      IS rw-bko-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-backorders.

           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-vasilhames ASSIGN TO DISK "vasilhames.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vsl-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vasilhames.

           SELECT arq-controle-pedido ASSIGN TO "pedControle.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-controle.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Pendencia de entrega: parte de item confirmado sem saldo,
      * chaveada por produto e momento da confirmacao para a liberacao
      * seguir a ordem de chegada.
      ******************************************************************
           FD arq-backorders.
           01  rw-bko-registro.
               03 rw-bko-chave.
                  05 rw-bko-cd-produto     PIC 9(007).
                  05 rw-bko-dt-pendencia   PIC 9(008).
                  05 rw-bko-hr-pendencia   PIC 9(008).
                  05 rw-bko-nr-pedido      PIC 9(007).
                  05 rw-bko-nr-sequencia   PIC 9(003).
               03 rw-bko-cd-cliente        PIC 9(007).
               03 rw-bko-qt-pedida         PIC 9(005).
               03 rw-bko-qt-pendente       PIC 9(005).
               03 rw-bko-vl-unitario       PIC 9(007)v9(002).
               03 rw-bko-st-pendencia      PIC x(001).
                  88 rw-bko-pendente           VALUE "P".
                  88 rw-bko-liberada           VALUE "L".
                  88 rw-bko-cancelada          VALUE "X".
               03 rw-bko-dt-liberacao      PIC 9(008).
               03 rw-bko-nr-pedido-liberacao PIC 9(007).
               03 rw-bko-tp-item           PIC x(001).
                  88 rw-bko-bonificacao        VALUE "B".
               03 rw-bko-vl-preco-cheio    PIC 9(007)v9(002).

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

           FD arq-produtos.
           01  rw-prd-registro.
               03 rw-prd-cd-produto         PIC 9(007).
               03 rw-prd-ds-descricao       PIC x(040).
               03 rw-prd-ds-unidade         PIC x(003).
               03 rw-prd-vl-preco-lista     PIC 9(007)v9(002).
               03 rw-prd-st-ativo           PIC x(001).
                  88 rw-prd-ativo               VALUE "A".
                  88 rw-prd-inativo             VALUE "I".
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

           FD arq-vasilhames.
           01  rw-vsl-registro.
               03 rw-vsl-chave.
                  05 rw-vsl-cd-cliente     PIC 9(007).
                  05 rw-vsl-tp-vasilhame   PIC x(003).
               03 rw-vsl-qt-saldo          PIC s9(007).

           FD arq-controle-pedido.
           01  rw-controle-pedido          PIC 9(007).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-backorders  PIC x(02).
                  88 ws-backorders-ok          VALUE "00", "02".
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-vasilhames  PIC x(02).
                  88 ws-vasilhames-ok          VALUE "00", "02".
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".

           01  ws-campos-liberacao.
               03 ws-qt-saldo-livre        PIC s9(007) VALUE ZEROS.
               03 ws-qt-liberar            PIC 9(005) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-nr-pedido-destino     PIC 9(007) VALUE ZEROS.
               03 ws-nr-proximo-pedido     PIC 9(007) VALUE ZEROS.
               03 ws-numero-livre-sw       PIC x(001) VALUE "N".
                  88 ws-numero-livre           VALUE "S".

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-ICMS.
               05 ICM-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 ICM-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 ICM-VL-BASE              PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-PC-ICMS              PIC 9(002)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-ICMS              PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-BASE-ST           PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-ICMS-ST           PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-ENTREGA-PREVISTA.
               05 ENT-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 ENT-DT-PEDIDO            PIC 9(008) VALUE ZEROS.
               05 ENT-DT-ENTREGA           PIC 9(008) VALUE ZEROS.
               05 ENT-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-vl-st-anterior           PIC 9(009)v9(002)
                                            VALUE ZEROS.

           01  PARAMETROS-MOVIMENTO.
               05 MOV-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 MOV-TP-MOVIMENTO         PIC x(001) VALUE SPACES.
               05 MOV-QT-MOVIMENTO         PIC s9(007) VALUE ZEROS.
               05 MOV-TP-DOCUMENTO         PIC x(001) VALUE SPACES.
               05 MOV-NR-DOCUMENTO         PIC 9(007) VALUE ZEROS.
               05 MOV-ID-OPERADOR          PIC x(010) VALUE SPACES.
               05 MOV-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 MOV-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
               03 FILLER                   PIC x(006) VALUE " HORA ".
               03 WR-AU-HORA               PIC 9(006).
               03 FILLER                   PIC x(010) VALUE
                   " OPERADOR ".
               03 WR-AU-OPERADOR           PIC x(010).
               03 FILLER                   PIC x(006) VALUE " ACAO ".
               03 WR-AU-ACAO               PIC x(010).
               03 FILLER                   PIC x(007) VALUE " CHAVE ".
               03 WR-AU-CHAVE              PIC x(014).

       LINKAGE SECTION.
           01  PARAMETROS-LIBERACAO.
               05 LIB-CD-PRODUTO           PIC 9(007).
               05 LIB-QT-DISPONIVEL        PIC s9(007).
               05 LIB-CD-DEPOSITO          PIC 9(003).
               05 LIB-ID-OPERADOR          PIC x(010).
               05 LIB-QT-LIBERADA          PIC 9(007).
               05 LIB-QT-PENDENCIAS        PIC 9(005).
               05 LIB-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-LIBERACAO.
       MAIN-PROCEDURE SECTION.
           MOVE ZEROS                      TO LIB-QT-LIBERADA.
           MOVE ZEROS                      TO LIB-QT-PENDENCIAS.
           MOVE "00"                       TO LIB-RETORNO.
           IF  LIB-QT-DISPONIVEL NOT GREATER ZEROS
               EXIT PROGRAM
           END-IF.
      *    sem arquivo de pendencias nao ha o que liberar
           OPEN I-O arq-backorders.
           IF  NOT ws-backorders-ok
               EXIT PROGRAM
           END-IF.
           OPEN I-O arq-pedidos.
           IF  NOT ws-operacao-ok
               CLOSE arq-backorders
               MOVE "99"                   TO LIB-RETORNO
               EXIT PROGRAM
           END-IF.
           OPEN I-O arq-itens.
           OPEN INPUT arq-produtos.
           OPEN I-O arq-vasilhames.
           IF  NOT ws-vasilhames-ok
               OPEN OUTPUT arq-vasilhames
               CLOSE arq-vasilhames
               OPEN I-O arq-vasilhames
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE LIB-QT-DISPONIVEL          TO ws-qt-saldo-livre.

           MOVE LIB-CD-PRODUTO             TO rw-bko-cd-produto.
           MOVE ZEROS                      TO rw-bko-dt-pendencia.
           MOVE ZEROS                      TO rw-bko-hr-pendencia.
           MOVE ZEROS                      TO rw-bko-nr-pedido.
           MOVE ZEROS                      TO rw-bko-nr-sequencia.
           START arq-backorders KEY IS NOT LESS rw-bko-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-backorders
           END-START.
           IF  ws-backorders-ok
               READ arq-backorders NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-backorders-ok
                      OR rw-bko-cd-produto NOT EQUAL LIB-CD-PRODUTO
                      OR ws-qt-saldo-livre NOT GREATER ZEROS
               IF  rw-bko-pendente
                   MOVE rw-bko-cd-cliente  TO DEP-CD-CLIENTE
                   MOVE ZEROS              TO DEP-CD-DEPOSITO
                   CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO
                   CANCEL "LOCALIZAR-DEPOSITO"
                   IF  DEP-CD-DEPOSITO EQUAL LIB-CD-DEPOSITO
                       PERFORM LIBERAR-PENDENCIA
                   END-IF
               END-IF
               READ arq-backorders NEXT RECORD
           END-PERFORM.

           CLOSE arq-backorders.
           CLOSE arq-pedidos.
           CLOSE arq-itens.
           CLOSE arq-produtos.
           CLOSE arq-vasilhames.
           EXIT PROGRAM.

      ******************************************************************
      * Libera a pendencia lida, inteira ou ate o saldo livre, para o
      * proprio pedido ou para um pedido complementar.
      ******************************************************************
       LIBERAR-PENDENCIA SECTION.
           MOVE rw-bko-nr-pedido           TO rw-nr-pedido.
           READ arq-pedidos KEY IS rw-nr-pedido
               INVALID KEY
                   PERFORM CANCELAR-PENDENCIA
                   EXIT SECTION
           END-READ.
           IF  rw-pedido-cancelado
               PERFORM CANCELAR-PENDENCIA
               EXIT SECTION
           END-IF.
           IF  rw-bko-qt-pendente GREATER ws-qt-saldo-livre
               MOVE ws-qt-saldo-livre      TO ws-qt-liberar
           ELSE
               MOVE rw-bko-qt-pendente     TO ws-qt-liberar
           END-IF.

           IF  rw-pedido-confirmado
           AND NOT rw-pedido-transmitido
               PERFORM DEVOLVER-AO-PEDIDO
           ELSE
               PERFORM GERAR-PEDIDO-COMPLEMENTAR
           END-IF.
           IF  ws-nr-pedido-destino EQUAL ZEROS
               EXIT SECTION
           END-IF.

           PERFORM MOVIMENTAR-VASILHAME.
           MOVE rw-bko-cd-produto          TO MOV-CD-PRODUTO.
           MOVE "S"                        TO MOV-TP-MOVIMENTO.
           MOVE ws-qt-liberar              TO MOV-QT-MOVIMENTO.
           MOVE "P"                        TO MOV-TP-DOCUMENTO.
           MOVE ws-nr-pedido-destino       TO MOV-NR-DOCUMENTO.
           MOVE LIB-ID-OPERADOR            TO MOV-ID-OPERADOR.
           MOVE LIB-CD-DEPOSITO            TO MOV-CD-DEPOSITO.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".

           SUBTRACT ws-qt-liberar          FROM rw-bko-qt-pendente.
           IF  rw-bko-qt-pendente EQUAL ZEROS
               MOVE "L"                    TO rw-bko-st-pendencia
           END-IF.
           MOVE ws-dt-hoje                 TO rw-bko-dt-liberacao.
           MOVE ws-nr-pedido-destino TO rw-bko-nr-pedido-liberacao.
           REWRITE rw-bko-registro.
           SUBTRACT ws-qt-liberar          FROM ws-qt-saldo-livre.
           ADD ws-qt-liberar               TO LIB-QT-LIBERADA.
           ADD 1                           TO LIB-QT-PENDENCIAS.

       CANCELAR-PENDENCIA SECTION.
           MOVE "X"                        TO rw-bko-st-pendencia.
           MOVE ws-dt-hoje                 TO rw-bko-dt-liberacao.
           REWRITE rw-bko-registro.

      ******************************************************************
      * Pedido ainda nao transmitido: a quantidade volta ao item de
      * origem e ao total do pedido, e segue na proxima extracao.
      ******************************************************************
       DEVOLVER-AO-PEDIDO SECTION.
           MOVE ZEROS                      TO ws-nr-pedido-destino.
           MOVE rw-bko-nr-pedido           TO rw-pit-nr-pedido.
           MOVE rw-bko-nr-sequencia        TO rw-pit-nr-sequencia.
           READ arq-itens KEY IS rw-pit-chave
               INVALID KEY
                   PERFORM GERAR-PEDIDO-COMPLEMENTAR
                   EXIT SECTION
           END-READ.
           MOVE rw-pit-vl-icms-st          TO ws-vl-st-anterior.
           ADD ws-qt-liberar               TO rw-pit-qt-produto.
           COMPUTE rw-pit-vl-item =
                   rw-pit-qt-produto * rw-pit-vl-unitario.
           PERFORM CALCULAR-IMPOSTOS-ITEM.
           REWRITE rw-pit-registro.
           IF  NOT ws-itens-ok
               EXIT SECTION
           END-IF.
           COMPUTE rw-vl-total-pedido = rw-vl-total-pedido
                 + (ws-qt-liberar * rw-pit-vl-unitario)
                 + rw-pit-vl-icms-st - ws-vl-st-anterior.
           REWRITE rw-registro.
           MOVE rw-nr-pedido               TO ws-nr-pedido-destino.
           MOVE "LIBERA BKO"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.

      ******************************************************************
      * Pedido ja transmitido: a quantidade liberada sai num pedido
      * novo, confirmado, de um item, que entra na proxima extracao
      * como qualquer pedido.
      ******************************************************************
       GERAR-PEDIDO-COMPLEMENTAR SECTION.
           MOVE ZEROS                      TO ws-nr-pedido-destino.
           PERFORM OBTER-PROXIMO-PEDIDO.
           IF  ws-nr-proximo-pedido EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE ws-nr-proximo-pedido       TO rw-nr-pedido.
           MOVE ws-dt-hoje                 TO rw-dt-pedido.
           MOVE 1                          TO rw-qt-itens.
           COMPUTE rw-vl-total-pedido =
                   ws-qt-liberar * rw-bko-vl-unitario.
           MOVE "A"                        TO rw-st-ativo.
           MOVE SPACES                     TO rw-st-transmissao.
           MOVE SPACES                     TO rw-st-faturamento.
           MOVE ZEROS                      TO rw-dt-faturamento.
           MOVE ZEROS                      TO rw-vl-faturado.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE 1                          TO rw-pit-nr-sequencia.
           MOVE rw-bko-cd-produto          TO rw-pit-cd-produto.
           MOVE ws-qt-liberar              TO rw-pit-qt-produto.
           MOVE rw-bko-vl-unitario         TO rw-pit-vl-unitario.
           MOVE rw-vl-total-pedido         TO rw-pit-vl-item.
           MOVE ZEROS                      TO rw-pit-cd-campanha.
           MOVE rw-bko-vl-unitario         TO rw-pit-vl-preco-cheio.
      *    bonificacao continua bonificacao no complementar, com o
      *    preco de referencia do item original
           MOVE "V"                        TO rw-pit-tp-item.
           IF  rw-bko-bonificacao
               MOVE "B"                    TO rw-pit-tp-item
               MOVE rw-bko-vl-preco-cheio  TO rw-pit-vl-preco-cheio
           END-IF.
           PERFORM CALCULAR-IMPOSTOS-ITEM.
           ADD rw-pit-vl-icms-st           TO rw-vl-total-pedido.
           MOVE "C"                        TO rw-st-pedido.
           MOVE SPACES                     TO rw-ds-motivo-cancel.
           MOVE rw-cd-cliente              TO ENT-CD-CLIENTE.
           MOVE rw-dt-pedido               TO ENT-DT-PEDIDO.
           CALL "CALCULO-ENTREGA-PREVISTA"
                USING PARAMETROS-ENTREGA-PREVISTA.
           CANCEL "CALCULO-ENTREGA-PREVISTA".
           MOVE ENT-DT-ENTREGA             TO rw-dt-entrega-prevista.
           MOVE ws-dt-hoje                 TO rw-dt-confirmacao.
           MOVE ZEROS                      TO rw-dt-transmissao.
           MOVE ZEROS                      TO rw-dt-entrega.
           MOVE SPACES                     TO rw-st-entrega.
           MOVE ZEROS                      TO rw-dt-romaneio.
           MOVE ZEROS                      TO rw-nr-romaneio.
           WRITE rw-registro.
           IF  NOT ws-operacao-ok
               EXIT SECTION
           END-IF.
           WRITE rw-pit-registro.
           MOVE rw-nr-pedido               TO ws-nr-pedido-destino.
           MOVE "COMPLEMENT"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.

      ******************************************************************
      * Mesmo calculo de impostos do CADASTRO-PEDIDOS: bonificacao e
      * tributada pelo preco de referencia.
      ******************************************************************
       CALCULAR-IMPOSTOS-ITEM SECTION.
           MOVE rw-cd-cliente              TO ICM-CD-CLIENTE.
           MOVE rw-pit-cd-produto          TO ICM-CD-PRODUTO.
           IF  rw-pit-bonificacao
               COMPUTE ICM-VL-BASE =
                       rw-pit-qt-produto * rw-pit-vl-preco-cheio
           ELSE
               MOVE rw-pit-vl-item         TO ICM-VL-BASE
           END-IF.
           CALL "CALCULO-ICMS" USING PARAMETROS-ICMS.
           CANCEL "CALCULO-ICMS".
           MOVE ICM-PC-ICMS                TO rw-pit-pc-icms.
           MOVE ICM-VL-ICMS                TO rw-pit-vl-icms.
           MOVE ICM-VL-BASE-ST             TO rw-pit-vl-base-st.
           MOVE ICM-VL-ICMS-ST             TO rw-pit-vl-icms-st.

      ******************************************************************
      * Mesma sequencia persistente do CADASTRO-PEDIDOS
      * (pedControle.dat), saltando numeros ja ocupados.
      ******************************************************************
       OBTER-PROXIMO-PEDIDO SECTION.
           MOVE ZEROS                      TO ws-nr-proximo-pedido.
           OPEN INPUT arq-controle-pedido.
           IF  ws-controle-ok
               READ arq-controle-pedido
               IF  ws-controle-ok
                   MOVE rw-controle-pedido TO ws-nr-proximo-pedido
               END-IF
               CLOSE arq-controle-pedido
           END-IF.
           MOVE "N"                        TO ws-numero-livre-sw.
           PERFORM UNTIL ws-numero-livre
               ADD 1                       TO ws-nr-proximo-pedido
               IF  ws-nr-proximo-pedido EQUAL ZEROS
                   EXIT SECTION
               END-IF
               MOVE ws-nr-proximo-pedido   TO rw-nr-pedido
               START arq-pedidos KEY IS EQUAL rw-nr-pedido
                   INVALID KEY
                       MOVE "S"            TO ws-numero-livre-sw
                   NOT INVALID KEY
                       CONTINUE
               END-START
           END-PERFORM.
           OPEN OUTPUT arq-controle-pedido.
           MOVE ws-nr-proximo-pedido       TO rw-controle-pedido.
           WRITE rw-controle-pedido.
           CLOSE arq-controle-pedido.

       MOVIMENTAR-VASILHAME SECTION.
           MOVE rw-bko-cd-produto          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  NOT rw-prd-retornavel
           OR  rw-prd-tp-vasilhame EQUAL SPACES
               EXIT SECTION
           END-IF.
           MOVE rw-bko-cd-cliente          TO rw-vsl-cd-cliente.
           MOVE rw-prd-tp-vasilhame        TO rw-vsl-tp-vasilhame.
           READ arq-vasilhames KEY IS rw-vsl-chave
               INVALID KEY
                   MOVE rw-bko-cd-cliente  TO rw-vsl-cd-cliente
                   MOVE rw-prd-tp-vasilhame TO rw-vsl-tp-vasilhame
                   MOVE ws-qt-liberar      TO rw-vsl-qt-saldo
                   WRITE rw-vsl-registro
               NOT INVALID KEY
                   ADD ws-qt-liberar       TO rw-vsl-qt-saldo
                   REWRITE rw-vsl-registro
           END-READ.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-hr-auditoria(1:6)    TO WR-AU-HORA.
           MOVE LIB-ID-OPERADOR         TO WR-AU-OPERADOR.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-nr-pedido            TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".
       END PROGRAM LIBERAR-BACKORDERS.
