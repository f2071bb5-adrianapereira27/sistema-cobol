      * Date: 02/09/2026
      * Purpose: Analise de mix de vendas: quantidade e valor por
      *          produto dentro de territorio no anomes de referencia,
      *          com subtotal por familia de produto (familias.dat),
      *          com participacao percentual no total do territorio e
      *          comparacao contra o mes anterior. Cruza pedidos.dat
      *          (ativos, nao cancelados) com pedidoItens.dat e o
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-familias ASSIGN TO DISK "familias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fam-cd-familia
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-familias.

           SELECT arq-trabalho ASSIGN TO DISK "wrkvendasmix.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
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
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

           FD arq-familias.
           01  rw-fam-registro.
               03 rw-fam-cd-familia        PIC 9(005).
               03 rw-fam-ds-familia        PIC x(040).
               03 rw-fam-cd-categoria      PIC 9(005).
               03 rw-fam-st-ativo          PIC x(001).
                  88 rw-fam-ativo              VALUE "A".
                  88 rw-fam-inativo            VALUE "I".

           FD arq-trabalho.
           01  rw-wmx-registro.
               03 rw-wmx-chave.
                  05 rw-wmx-cd-territorio  PIC x(005).
                  05 rw-wmx-cd-familia     PIC 9(005).
                  05 rw-wmx-cd-produto     PIC 9(007).
               03 rw-wmx-qt-atual          PIC 9(009).
               03 rw-wmx-vl-atual          PIC 9(013)v9(002).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-familias    PIC x(02).
                  88 ws-familias-ok            VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-campos-acumulo.
               03 ws-cd-territorio-pedido  PIC x(005) VALUE SPACES.
               03 ws-cd-familia-item       PIC 9(005) VALUE ZEROS.
               03 ws-mes-atual-sw          PIC x(001) VALUE "N".
                  88 ws-mes-atual              VALUE "S".

               03 ws-fim-trabalho-sw       PIC x(001) VALUE "N".
                  88 ws-fim-trabalho           VALUE "S".

           01  ws-campos-familia.
               03 ws-familia-grupo         PIC 9(005) VALUE ZEROS.
               03 ws-qt-total-familia      PIC 9(009) VALUE ZEROS.
               03 ws-vl-total-familia      PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-anterior-familia   PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-pc-part-familia       PIC 9(003)v9(002)
                                            VALUE ZEROS.

           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.

           01  WR-IDENTIFICACAO.

           01  WR-CAB1.
               03 FILLER                   PIC X(010) VALUE " ".
               03 FILLER                   PIC X(050) VALUE
                   "ANALISE DE VENDAS POR FAMILIA/PRODUTO/TERRITORIO".
               03 WR-CB-ANOMES             PIC 9(006).
           01  WR-CAB2.
               03 FILLER                   PIC X(007) VALUE "TERR".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-ANTERIOR        PIC Z(012)9,99.

      *    subtotal da familia alinhado com as colunas do detalhe
           01  WR-SUBTOTAL-FAMILIA.
               03 FILLER                   PIC X(007) VALUE "  FAM.".
               03 WR-SF-CD-FAMILIA         PIC 9(005).
               03 FILLER                   PIC X(004) VALUE SPACES.
               03 WR-SF-DESCRICAO          PIC X(030).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-SF-QTDE               PIC Z(008)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-SF-VALOR              PIC Z(012)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-SF-PART               PIC ZZ9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-SF-VL-ANTERIOR        PIC Z(012)9,99.

           01  WR-TOTAL-TERRITORIO.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL TERRITORIO ".
           IF  NOT ws-pedidos-ok
               DISPLAY "RELATORIO-ANALISE-VENDAS: pedidos.dat "
                       "nao encontrado"
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-itens.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-produtos.
           OPEN INPUT arq-familias.
           OPEN OUTPUT arq-trabalho.
           PERFORM ACUMULAR-PEDIDOS.
           CLOSE arq-pedidos.
           CLOSE arq-itens.
           CLOSE arq-clientes.
           CLOSE arq-produtos.
           CLOSE arq-familias.
           CLOSE arq-trabalho.
           CLOSE relat-analise.
           CLOSE arq-csv.

      ******************************************************************
      * Acumula no arquivo de trabalho os itens dos pedidos do mes de
      * referencia e do mes anterior, por territorio do cliente,
      * familia e produto; cliente sem territorio entra no grupo em
      * branco e produto sem familia na familia zero.
      ******************************************************************
       ACUMULAR-PEDIDOS SECTION.
           READ arq-pedidos NEXT RECORD.
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
      *        bonificacao nao e venda: fica fora do mix
               IF  NOT rw-pit-bonificacao
                   PERFORM ACUMULAR-ITEM-TRABALHO
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

       ACUMULAR-ITEM-TRABALHO SECTION.
           PERFORM LOCALIZAR-FAMILIA-PRODUTO.
           MOVE ws-cd-territorio-pedido    TO rw-wmx-cd-territorio.
           MOVE ws-cd-familia-item         TO rw-wmx-cd-familia.
           MOVE rw-pit-cd-produto          TO rw-wmx-cd-produto.
           READ arq-trabalho KEY IS rw-wmx-chave
               INVALID KEY
                   MOVE ws-cd-territorio-pedido
                                           TO rw-wmx-cd-territorio
                   MOVE ws-cd-familia-item TO rw-wmx-cd-familia
                   MOVE rw-pit-cd-produto  TO rw-wmx-cd-produto
                   MOVE ZEROS              TO rw-wmx-qt-atual
                   MOVE ZEROS              TO rw-wmx-vl-atual
                   REWRITE rw-wmx-registro
           END-READ.

       LOCALIZAR-FAMILIA-PRODUTO SECTION.
           MOVE ZEROS                      TO ws-cd-familia-item.
           MOVE rw-pit-cd-produto          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE rw-prd-cd-familia  TO ws-cd-familia-item
           END-READ.

       SOMAR-ITEM-TRABALHO SECTION.
           IF  ws-mes-atual
               ADD rw-pit-qt-produto       TO rw-wmx-qt-atual
      ******************************************************************
      * Emissao agrupada por territorio: a primeira varredura do grupo
      * soma o total do territorio (base do percentual) e a segunda
      * imprime as linhas, com subtotal a cada quebra de familia. O
      * arquivo de trabalho ja sai ordenado por territorio + familia +
      * produto.
      ******************************************************************
       EMITIR-TERRITORIOS SECTION.
           MOVE LOW-VALUES                 TO rw-wmx-chave.
           END-PERFORM.
      *    segunda passada: reposiciona no inicio do grupo e imprime
           MOVE ws-territorio-grupo        TO rw-wmx-cd-territorio.
           MOVE ZEROS                      TO rw-wmx-cd-familia.
           MOVE ZEROS                      TO rw-wmx-cd-produto.
           START arq-trabalho KEY IS NOT LESS rw-wmx-chave
               INVALID KEY
               EXIT SECTION
           END-IF.
           READ arq-trabalho NEXT RECORD.
           PERFORM INICIAR-GRUPO-FAMILIA.
           PERFORM UNTIL NOT ws-trabalho-ok
                      OR rw-wmx-cd-territorio NOT EQUAL
                                           ws-territorio-grupo
               IF  rw-wmx-cd-familia NOT EQUAL ws-familia-grupo
                   PERFORM IMPRIMIR-SUBTOTAL-FAMILIA
                   PERFORM INICIAR-GRUPO-FAMILIA
               END-IF
               PERFORM IMPRIMIR-LINHA-PRODUTO
               ADD rw-wmx-qt-atual         TO ws-qt-total-familia
               ADD rw-wmx-vl-atual         TO ws-vl-total-familia
               ADD rw-wmx-vl-anterior      TO ws-vl-anterior-familia
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           PERFORM IMPRIMIR-SUBTOTAL-FAMILIA.
           PERFORM IMPRIMIR-TOTAL-TERRITORIO.
           IF  NOT ws-trabalho-ok
               MOVE "S"                    TO ws-fim-trabalho-sw
           END-IF.

       INICIAR-GRUPO-FAMILIA SECTION.
           MOVE rw-wmx-cd-familia          TO ws-familia-grupo.
           MOVE ZEROS                      TO ws-qt-total-familia.
           MOVE ZEROS                      TO ws-vl-total-familia.
           MOVE ZEROS                      TO ws-vl-anterior-familia.

       IMPRIMIR-SUBTOTAL-FAMILIA SECTION.
           MOVE ws-familia-grupo           TO rw-fam-cd-familia.
           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   MOVE "(SEM FAMILIA)"    TO rw-fam-ds-familia
           END-READ.
           IF  ws-vl-total-territorio GREATER ZEROS
               COMPUTE ws-pc-part-familia ROUNDED =
                       ws-vl-total-familia * 100 /
                       ws-vl-total-territorio
           ELSE
               MOVE ZEROS                  TO ws-pc-part-familia
           END-IF.
           MOVE ws-familia-grupo           TO WR-SF-CD-FAMILIA.
           MOVE rw-fam-ds-familia          TO WR-SF-DESCRICAO.
           MOVE ws-qt-total-familia        TO WR-SF-QTDE.
           MOVE ws-vl-total-familia        TO WR-SF-VALOR.
           MOVE ws-pc-part-familia         TO WR-SF-PART.
           MOVE ws-vl-anterior-familia     TO WR-SF-VL-ANTERIOR.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-analise.
           MOVE WR-SUBTOTAL-FAMILIA        TO rw-relat-analise.
           WRITE rw-relat-analise.
           MOVE SPACES                     TO rw-relat-analise.
           WRITE rw-relat-analise.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-LINHA-PRODUTO SECTION.
           ADD 1                           TO WS-CT-EMITIDAS.
           MOVE rw-wmx-cd-produto          TO rw-prd-cd-produto.
                  rw-wmx-qt-atual     ";"
                  rw-wmx-vl-atual     ";"
                  ws-pc-participacao  ";"
                  rw-wmx-vl-anterior  ";"
                  rw-wmx-cd-familia
                  DELIMITED BY SIZE INTO rw-csv.
           WRITE rw-csv.

       GRAVAR-CABECALHO-CSV SECTION.
           MOVE SPACES                     TO rw-csv.
           STRING "TERRITORIO;PRODUTO;DESCRICAO;QTDE;VALOR;"
                  "PARTICIPACAO_PCT;VALOR_MES_ANTERIOR;FAMILIA"
                  DELIMITED BY SIZE INTO rw-csv.
           WRITE rw-csv.

