      *          vendedor, cruzando as metas cadastradas com as
      *          visitas capturadas (visitasRealizadas.txt) e os
      *          pedidos registrados (pedidos.dat), com alerta para
      *          quem ficou abaixo da meta. As metas opcionais por
      *          familia de produto (metasFamilia.dat) saem abaixo do
      *          vendedor, com o realizado dos itens vendidos da
      *          familia; a venda de cada familia conta tambem para a
      *          categoria a que ela pertence (familias.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-ped-nr-pedido
             ALTERNATE KEY      IS rw-ped-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-ped-chave-cliente-data
                                = rw-ped-cd-cliente rw-ped-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-metas-familia ASSIGN TO DISK "metasFamilia.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mtf-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-metas-familia.

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

           SELECT arq-familias ASSIGN TO DISK "familias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fam-cd-familia
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-familias.

           SELECT arq-trabalho ASSIGN TO DISK "wrkmetasfam.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wmf-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT arq-visitas ASSIGN TO "visitasRealizadas.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-qt-visitas        PIC 9(005).
               03 rw-met-vl-pedidos        PIC 9(009)v9(002).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

           FD arq-pedidos.
           01  rw-ped-registro.
                  88 rw-ped-cancelado          VALUE "X".
               03 rw-ped-ds-motivo-cancel  PIC x(030).
               03 rw-ped-cd-cond-pagto     PIC x(003).
               03 rw-ped-dt-entrega-prevista PIC 9(008).
               03 rw-ped-dt-confirmacao    PIC 9(008).
               03 rw-ped-dt-transmissao    PIC 9(008).
               03 rw-ped-dt-entrega        PIC 9(008).
               03 rw-ped-st-entrega        PIC x(001).
               03 rw-ped-dt-romaneio       PIC 9(008).
               03 rw-ped-nr-romaneio       PIC 9(002).

           FD arq-devolucoes.
           01  rw-dev-registro.
                  88 rw-vnd-situacao-ferias      VALUE "F".
               03 rw-vnd-cd-supervisor     PIC 9(003).

           FD arq-metas-familia.
           01  rw-mtf-registro.
               03 rw-mtf-chave.
                  05 rw-mtf-cd-vendedor    PIC 9(003).
                  05 rw-mtf-nr-anomes      PIC 9(006).
                  05 rw-mtf-cd-familia     PIC 9(005).
               03 rw-mtf-vl-meta           PIC 9(009)v9(002).

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

           FD arq-familias.
           01  rw-fam-registro.
               03 rw-fam-cd-familia        PIC 9(005).
               03 rw-fam-ds-familia        PIC x(040).
               03 rw-fam-cd-categoria      PIC 9(005).
               03 rw-fam-st-ativo          PIC x(001).
                  88 rw-fam-ativo              VALUE "A".
                  88 rw-fam-inativo            VALUE "I".

      *    realizado do mes por vendedor e familia (ou categoria)
           FD arq-trabalho.
           01  rw-wmf-registro.
               03 rw-wmf-chave.
                  05 rw-wmf-cd-vendedor    PIC 9(003).
                  05 rw-wmf-cd-familia     PIC 9(005).
               03 rw-wmf-vl-realizado      PIC 9(011)v9(002).

           FD arq-visitas.
           01  rw-visita                   PIC x(200).

               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 ws-resultado-metas-familia PIC x(02).
                  88 ws-metas-familia-ok       VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-familias    PIC x(02).
                  88 ws-familias-ok            VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".

           01  ws-campos-familia.
               03 ws-metas-familia-sw      PIC x(001) VALUE "N".
                  88 ws-metas-familia-abertas  VALUE "S".
               03 ws-cd-produto-familia    PIC 9(007) VALUE ZEROS.
               03 ws-cd-vendedor-familia   PIC 9(003) VALUE ZEROS.
               03 ws-cd-familia-item       PIC 9(005) VALUE ZEROS.
               03 ws-cd-categoria-item     PIC 9(005) VALUE ZEROS.
               03 ws-cd-familia-acum       PIC 9(005) VALUE ZEROS.
               03 ws-vl-movimento          PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-realizado-familia  PIC 9(011)v9(002)
                                            VALUE ZEROS.

           01  ws-anomes-referencia        PIC 9(006) VALUE ZEROS.
           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  WS-CONTADORES.
               03 WS-CT-VENDEDORES         PIC 9(006) VALUE ZEROS.
               03 WS-CT-ABAIXO             PIC 9(006) VALUE ZEROS.
               03 WS-CT-METAS-FAMILIA      PIC 9(006) VALUE ZEROS.
               03 WS-CT-FAMILIA-ABAIXO     PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-ALERTA             PIC X(015).

      *    meta por familia, com realizado/meta na coluna de pedidos
           01  WR-DETALHE-FAMILIA.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(004) VALUE "FAM ".
               03 WR-DF-CD-FAMILIA         PIC 9(005).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DF-DESCRICAO          PIC X(020).
               03 FILLER                   PIC X(010) VALUE SPACES.
               03 WR-DF-VALOR-REAL         PIC Z(008)9,99.
               03 FILLER                   PIC X(001) VALUE "/".
               03 WR-DF-VALOR-META         PIC Z(008)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DF-ALERTA             PIC X(015).

           01  WR-RODAPE-FAMILIA.
               03 FILLER                   PIC X(020) VALUE SPACES.
               03 FILLER                   PIC X(032) VALUE
                   "METAS POR FAMILIA/ABAIXO: ".
               03 WR-RF-METAS              PIC Z(005)9.
               03 FILLER                   PIC X(001) VALUE "/".
               03 WR-RF-ABAIXO             PIC Z(005)9.

           01  WR-RODAPE.
               03 FILLER                   PIC X(020) VALUE SPACES.
               03 FILLER                   PIC X(032) VALUE
               MOVE MET-NR-ANOMES          TO ws-anomes-referencia
           END-IF.
           PERFORM LIMPAR-ACUMULADORES.
           PERFORM PREPARAR-METAS-FAMILIA.
           PERFORM ACUMULAR-VISITAS.
           PERFORM ACUMULAR-PEDIDOS.
           PERFORM ABATER-DEVOLUCOES.
           OPEN INPUT arq-metas.
           IF  NOT ws-metas-ok
               DISPLAY "RELATORIO-METAS: metas.dat nao encontrado"
               MOVE 8                      TO RETURN-CODE
               PERFORM FECHAR-METAS-FAMILIA
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-vendedores.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM PROCESSAR-METAS.
           PERFORM IMPRIMIR-RODAPE.
           PERFORM FECHAR-METAS-FAMILIA.
           CLOSE arq-metas.
           CLOSE arq-vendedores.
           CLOSE relat-metas.
                               ws-ac-vl-pedidos(ws-idx-acum)
           END-PERFORM.

      ******************************************************************
      * As metas por familia sao opcionais: sem metasFamilia.dat o
      * relatorio sai apenas com as metas do vendedor.
      ******************************************************************
       PREPARAR-METAS-FAMILIA SECTION.
           MOVE "N"                        TO ws-metas-familia-sw.
           OPEN INPUT arq-metas-familia.
           IF  NOT ws-metas-familia-ok
               EXIT SECTION
           END-IF.
           MOVE "S"                        TO ws-metas-familia-sw.
           OPEN INPUT arq-itens.
           OPEN INPUT arq-produtos.
           OPEN INPUT arq-familias.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.

       FECHAR-METAS-FAMILIA SECTION.
           IF  NOT ws-metas-familia-abertas
               EXIT SECTION
           END-IF.
           CLOSE arq-metas-familia.
           CLOSE arq-itens.
           CLOSE arq-produtos.
           CLOSE arq-familias.
           CLOSE arq-trabalho.
           MOVE "N"                        TO ws-metas-familia-sw.

       ACUMULAR-VISITAS SECTION.
           OPEN INPUT arq-visitas.
           IF  NOT ws-visitas-ok
                   SET ws-idx-acum         TO rw-ped-cd-vendedor
                   ADD rw-ped-vl-total     TO
                               ws-ac-vl-pedidos(ws-idx-acum)
                   IF  ws-metas-familia-abertas
                       PERFORM ACUMULAR-ITENS-FAMILIA
                   END-IF
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
                       SUBTRACT rw-dev-vl-devolvido FROM
                               ws-ac-vl-pedidos(ws-idx-acum)
                   END-IF
                   IF  ws-metas-familia-abertas
                       PERFORM ABATER-DEVOLUCAO-FAMILIA
                   END-IF
               END-IF
               READ arq-devolucoes NEXT RECORD
           END-PERFORM.
           CLOSE arq-devolucoes.

      ******************************************************************
      * Itens vendidos do pedido (bonificacao fora) somados na familia
      * do produto e na categoria da familia.
      ******************************************************************
       ACUMULAR-ITENS-FAMILIA SECTION.
           MOVE rw-ped-cd-vendedor         TO ws-cd-vendedor-familia.
           MOVE rw-ped-nr-pedido           TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-itens
           END-START.
           IF  ws-itens-ok
               READ arq-itens NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-ped-nr-pedido
               IF  NOT rw-pit-bonificacao
                   MOVE rw-pit-cd-produto  TO ws-cd-produto-familia
                   PERFORM LOCALIZAR-FAMILIA-PRODUTO
                   MOVE rw-pit-vl-item     TO ws-vl-movimento
                   IF  ws-cd-familia-item NOT EQUAL ZEROS
                       MOVE ws-cd-familia-item TO ws-cd-familia-acum
                       PERFORM SOMAR-TRABALHO-FAMILIA
                   END-IF
                   IF  ws-cd-categoria-item NOT EQUAL ZEROS
                       MOVE ws-cd-categoria-item
                                           TO ws-cd-familia-acum
                       PERFORM SOMAR-TRABALHO-FAMILIA
                   END-IF
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

       ABATER-DEVOLUCAO-FAMILIA SECTION.
           MOVE rw-dev-cd-vendedor         TO ws-cd-vendedor-familia.
           MOVE rw-dev-cd-produto          TO ws-cd-produto-familia.
           PERFORM LOCALIZAR-FAMILIA-PRODUTO.
           MOVE rw-dev-vl-devolvido        TO ws-vl-movimento.
           IF  ws-cd-familia-item NOT EQUAL ZEROS
               MOVE ws-cd-familia-item     TO ws-cd-familia-acum
               PERFORM ABATER-TRABALHO-FAMILIA
           END-IF.
           IF  ws-cd-categoria-item NOT EQUAL ZEROS
               MOVE ws-cd-categoria-item   TO ws-cd-familia-acum
               PERFORM ABATER-TRABALHO-FAMILIA
           END-IF.

       LOCALIZAR-FAMILIA-PRODUTO SECTION.
           MOVE ZEROS                      TO ws-cd-familia-item.
           MOVE ZEROS                      TO ws-cd-categoria-item.
           MOVE ws-cd-produto-familia      TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE rw-prd-cd-familia          TO ws-cd-familia-item.
           IF  ws-cd-familia-item EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-familia-item         TO rw-fam-cd-familia.
           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE rw-fam-cd-categoria        TO ws-cd-categoria-item.

       SOMAR-TRABALHO-FAMILIA SECTION.
           MOVE ws-cd-vendedor-familia     TO rw-wmf-cd-vendedor.
           MOVE ws-cd-familia-acum         TO rw-wmf-cd-familia.
           READ arq-trabalho KEY IS rw-wmf-chave
               INVALID KEY
                   MOVE ws-vl-movimento    TO rw-wmf-vl-realizado
                   WRITE rw-wmf-registro
               NOT INVALID KEY
                   ADD ws-vl-movimento     TO rw-wmf-vl-realizado
                   REWRITE rw-wmf-registro
           END-READ.

      *    o abatimento nao passa do proprio acumulado da familia
       ABATER-TRABALHO-FAMILIA SECTION.
           MOVE ws-cd-vendedor-familia     TO rw-wmf-cd-vendedor.
           MOVE ws-cd-familia-acum         TO rw-wmf-cd-familia.
           READ arq-trabalho KEY IS rw-wmf-chave
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  ws-vl-movimento GREATER rw-wmf-vl-realizado
               MOVE ZEROS                  TO rw-wmf-vl-realizado
           ELSE
               SUBTRACT ws-vl-movimento  FROM rw-wmf-vl-realizado
           END-IF.
           REWRITE rw-wmf-registro.

       PROCESSAR-METAS SECTION.
           READ arq-metas NEXT RECORD.
           PERFORM UNTIL NOT ws-metas-ok
           MOVE SPACES                     TO rw-relat-metas.
           MOVE WR-DETALHE                 TO rw-relat-metas.
           WRITE rw-relat-metas.
           IF  ws-metas-familia-abertas
               PERFORM IMPRIMIR-METAS-FAMILIA
           END-IF.

      ******************************************************************
      * Metas por familia do vendedor no anomes, logo abaixo da linha
      * do vendedor.
      ******************************************************************
       IMPRIMIR-METAS-FAMILIA SECTION.
           MOVE rw-met-cd-vendedor         TO rw-mtf-cd-vendedor.
           MOVE ws-anomes-referencia       TO rw-mtf-nr-anomes.
           MOVE ZEROS                      TO rw-mtf-cd-familia.
           START arq-metas-familia KEY IS NOT LESS rw-mtf-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-metas-familia NEXT RECORD.
           PERFORM UNTIL NOT ws-metas-familia-ok
                      OR rw-mtf-cd-vendedor NOT EQUAL
                                           rw-met-cd-vendedor
                      OR rw-mtf-nr-anomes NOT EQUAL
                                           ws-anomes-referencia
               PERFORM IMPRIMIR-LINHA-FAMILIA
               READ arq-metas-familia NEXT RECORD
           END-PERFORM.

       IMPRIMIR-LINHA-FAMILIA SECTION.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           ADD 1                           TO WS-CT-METAS-FAMILIA.
           ADD 1                           TO WS-CT-LINHAS2.
           MOVE rw-mtf-cd-familia          TO rw-fam-cd-familia.
           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   MOVE "(NAO CADASTRADA)" TO rw-fam-ds-familia
           END-READ.
           MOVE rw-mtf-cd-vendedor         TO rw-wmf-cd-vendedor.
           MOVE rw-mtf-cd-familia          TO rw-wmf-cd-familia.
           READ arq-trabalho KEY IS rw-wmf-chave
               INVALID KEY
                   MOVE ZEROS              TO ws-vl-realizado-familia
               NOT INVALID KEY
                   MOVE rw-wmf-vl-realizado
                                           TO ws-vl-realizado-familia
           END-READ.
           MOVE rw-mtf-cd-familia          TO WR-DF-CD-FAMILIA.
           MOVE rw-fam-ds-familia          TO WR-DF-DESCRICAO.
           MOVE ws-vl-realizado-familia    TO WR-DF-VALOR-REAL.
           MOVE rw-mtf-vl-meta             TO WR-DF-VALOR-META.
           IF  ws-vl-realizado-familia LESS rw-mtf-vl-meta
               ADD 1                       TO WS-CT-FAMILIA-ABAIXO
               MOVE "ABAIXO DA META"       TO WR-DF-ALERTA
           ELSE
               MOVE SPACES                 TO WR-DF-ALERTA
           END-IF.
           MOVE SPACES                     TO rw-relat-metas.
           MOVE WR-DETALHE-FAMILIA         TO rw-relat-metas.
           WRITE rw-relat-metas.

       SALTAR-PAGINA SECTION.
           MOVE WS-CT-VENDEDORES           TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-metas.
           MOVE WR-RODAPE                  TO rw-relat-metas.
           WRITE rw-relat-metas.
           IF  ws-metas-familia-abertas
               MOVE WS-CT-METAS-FAMILIA    TO WR-RF-METAS
               MOVE WS-CT-FAMILIA-ABAIXO   TO WR-RF-ABAIXO
               MOVE SPACES                 TO rw-relat-metas
               MOVE WR-RODAPE-FAMILIA      TO rw-relat-metas
               WRITE rw-relat-metas
           END-IF.
           DISPLAY "RELATORIO-METAS: " WS-CT-VENDEDORES
                   " vendedores com meta, " WS-CT-ABAIXO
                   " abaixo".
