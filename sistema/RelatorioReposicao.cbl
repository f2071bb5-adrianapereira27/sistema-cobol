      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Sugestao de compra para reposicao de estoque: para
      *          cada produto ativo, o consumo medio diario sai das
      *          saidas por pedido do livro de estoque
      *          (movimentosEstoque.dat, tipo "S", liquidas dos
      *          estornos "C") na janela do parametro
      *          DIAS-CONSUMO-REPOSICAO (padrao 30 dias). O saldo de
      *          estoque.dat menos os backorders pendentes da o
      *          disponivel, com os dias de cobertura ao consumo medio.
      *          Produto com niveis em niveisEstoque.dat tem sugestao
      *          de compra ate o maximo quando o disponivel chega ao
      *          minimo; sem nivel, a sugestao so cobre a falta dos
      *          backorders. Saida em relatReposicao.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-REPOSICAO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-estoque ASSIGN TO DISK "estoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-est-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estoque.

           SELECT arq-movimentos
                  ASSIGN TO DISK "movimentosEstoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mov-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-movimentos.

           SELECT arq-backorders ASSIGN TO DISK "backorders.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-bko-chave
             ALTERNATE KEY      IS rw-bko-nr-pedido WITH DUPLICATES
             ALTERNATE KEY      IS rw-bko-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-backorders.

           SELECT arq-niveis ASSIGN TO DISK "niveisEstoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-niv-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-niveis.

           SELECT relat-reposicao ASSIGN TO "relatReposicao.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
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

           FD arq-estoque.
           01  rw-est-registro.
               03 rw-est-cd-produto        PIC 9(007).
               03 rw-est-qt-saldo          PIC s9(007).

           FD arq-movimentos.
           01  rw-mov-registro.
               03 rw-mov-chave.
                  05 rw-mov-cd-produto     PIC 9(007).
                  05 rw-mov-dt-movimento   PIC 9(008).
                  05 rw-mov-hr-movimento   PIC 9(008).
                  05 rw-mov-nr-sequencia   PIC 9(003).
               03 rw-mov-tp-movimento      PIC x(001).
                  88 rw-mov-saida-pedido       VALUE "S".
                  88 rw-mov-estorno-pedido     VALUE "C".
               03 rw-mov-qt-movimento      PIC s9(007).
               03 rw-mov-tp-documento      PIC x(001).
               03 rw-mov-nr-documento      PIC 9(007).
               03 rw-mov-id-operador       PIC x(010).
               03 rw-mov-cd-deposito       PIC 9(003).

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

           FD arq-niveis.
           01  rw-niv-registro.
               03 rw-niv-cd-produto        PIC 9(007).
               03 rw-niv-qt-minimo         PIC 9(007).
               03 rw-niv-qt-maximo         PIC 9(007).

           FD relat-reposicao.
           01  rw-relat-reposicao          PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-estoque     PIC x(02).
                  88 ws-estoque-ok             VALUE "00", "02".
               03 ws-resultado-movimentos  PIC x(02).
                  88 ws-movimentos-ok          VALUE "00", "02".
               03 ws-resultado-backorders  PIC x(02).
                  88 ws-backorders-ok          VALUE "00", "02".
               03 ws-resultado-niveis      PIC x(02).
                  88 ws-niveis-ok              VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-estoque-aberto-sw        PIC x(001) VALUE "N".
               88 ws-estoque-aberto            VALUE "S".
           01  ws-movimentos-abertos-sw    PIC x(001) VALUE "N".
               88 ws-movimentos-abertos        VALUE "S".
           01  ws-backorders-abertos-sw    PIC x(001) VALUE "N".
               88 ws-backorders-abertos        VALUE "S".
           01  ws-niveis-abertos-sw        PIC x(001) VALUE "N".
               88 ws-niveis-abertos            VALUE "S".

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-campos-reposicao.
               03 ws-dias-janela           PIC 9(004) VALUE 30.
               03 ws-dt-inicio-janela      PIC 9(008) VALUE ZEROS.
               03 ws-qt-consumo            PIC s9(009) VALUE ZEROS.
               03 ws-qt-media-diaria       PIC 9(007)v9(003)
                                            VALUE ZEROS.
               03 ws-qt-backorder          PIC 9(007) VALUE ZEROS.
               03 ws-qt-disponivel         PIC s9(009) VALUE ZEROS.
               03 ws-dias-cobertura        PIC 9(005) VALUE ZEROS.
               03 ws-qt-sugerida           PIC 9(009) VALUE ZEROS.
               03 ws-nivel-definido-sw     PIC x(001) VALUE "N".
                  88 ws-nivel-definido         VALUE "S".

           01  WR-IDENTIFICACAO.
               03 FILLER                   PIC X(011) VALUE
                   "EMITIDO EM ".
               03 WR-ID-DATA               PIC 9(008).
               03 FILLER                   PIC X(003) VALUE " AS".
               03 FILLER                   PIC X(001) VALUE " ".
               03 WR-ID-HORA               PIC 9(006).
               03 FILLER                   PIC X(005) VALUE " POR ".
               03 WR-ID-SOLICITANTE        PIC X(010).
               03 FILLER                   PIC X(009) VALUE
                   "  PAGINA ".
               03 WR-ID-PAGINA             PIC ZZ9.

           01  WS-CONTADORES.
               03 WS-CT-PRODUTOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-SUGESTOES          PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  WR-SUBTOTAL-CONTINUA.
               03 FILLER                   PIC X(021) VALUE
                   "SUBTOTAL ACUMULADO:  ".
               03 WR-SC-SUBTOTAL           PIC Z(005)9.
               03 FILLER                   PIC X(013) VALUE
                   "  (CONTINUA)".

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "SUGESTAO DE COMPRA PARA REPOSICAO".
           01  WR-CAB-JANELA.
               03 FILLER                   PIC X(028) VALUE
                   "CONSUMO MEDIO DOS ULTIMOS ".
               03 WR-CJ-DIAS               PIC ZZZ9.
               03 FILLER                   PIC X(013) VALUE
                   " DIAS (DESDE ".
               03 WR-CJ-DT-INICIO          PIC 9(008).
               03 FILLER                   PIC X(001) VALUE ")".
           01  WR-CAB2.
               03 FILLER                   PIC X(009) VALUE "PRODUTO".
               03 FILLER                   PIC X(032) VALUE
                   "DESCRICAO".
               03 FILLER                   PIC X(010) VALUE "SALDO".
               03 FILLER                   PIC X(009) VALUE "BACKORD".
               03 FILLER                   PIC X(011) VALUE
                   "CONSUMO/DIA".
               03 FILLER                   PIC X(007) VALUE "COBERT".
               03 FILLER                   PIC X(009) VALUE "MINIMO".
               03 FILLER                   PIC X(009) VALUE "MAXIMO".
               03 FILLER                   PIC X(011) VALUE "SUGESTAO".
               03 FILLER                   PIC X(010) VALUE "ALERTA".

           01  WR-DETALHE.
               03 WR-DT-CD-PRODUTO         PIC 9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DESCRICAO          PIC X(030).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SALDO              PIC -9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-BACKORDER          PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-MEDIA              PIC Z(005)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-COBERTURA          PIC ZZZZ9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-MINIMO             PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-MAXIMO             PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SUGESTAO           PIC Z(008)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-ALERTA             PIC X(010).

           01  WR-RODAPE.
               03 FILLER                   PIC X(020) VALUE
                   "TOTAL DE PRODUTOS: ".
               03 WR-RD-PRODUTOS           PIC Z(005)9.
               03 FILLER                   PIC X(016) VALUE
                   "  COM SUGESTAO: ".
               03 WR-RD-SUGESTOES          PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           OPEN INPUT arq-produtos.
           IF  NOT ws-produtos-ok
               DISPLAY "RELATORIO-REPOSICAO: produtos.dat nao "
                       "encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-estoque.
           IF  ws-estoque-ok
               MOVE "S"                    TO ws-estoque-aberto-sw
           END-IF.
           OPEN INPUT arq-movimentos.
           IF  ws-movimentos-ok
               MOVE "S"                    TO ws-movimentos-abertos-sw
           END-IF.
           OPEN INPUT arq-backorders.
           IF  ws-backorders-ok
               MOVE "S"                    TO ws-backorders-abertos-sw
           END-IF.
           OPEN INPUT arq-niveis.
           IF  ws-niveis-ok
               MOVE "S"                    TO ws-niveis-abertos-sw
           END-IF.
           MOVE "DIAS-CONSUMO-REPOSICAO"   TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-dias-janela
           END-IF.
           OPEN OUTPUT relat-reposicao.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-emissao FROM TIME.
           COMPUTE ws-dt-inicio-janela = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje)
                   - ws-dias-janela + 1).
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           MOVE ws-dias-janela             TO WR-CJ-DIAS.
           MOVE ws-dt-inicio-janela        TO WR-CJ-DT-INICIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM PROCESSAR-PRODUTOS.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-produtos.
           IF  ws-estoque-aberto
               CLOSE arq-estoque
           END-IF.
           IF  ws-movimentos-abertos
               CLOSE arq-movimentos
           END-IF.
           IF  ws-backorders-abertos
               CLOSE arq-backorders
           END-IF.
           IF  ws-niveis-abertos
               CLOSE arq-niveis
           END-IF.
           CLOSE relat-reposicao.
           EXIT PROGRAM.

       PROCESSAR-PRODUTOS SECTION.
           READ arq-produtos NEXT RECORD.
           PERFORM UNTIL NOT ws-produtos-ok
               IF  rw-prd-ativo
                   IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
                       PERFORM SALTAR-PAGINA
                   END-IF
                   PERFORM CALCULAR-REPOSICAO
                   PERFORM IMPRIMIR-DETALHE
               END-IF
               READ arq-produtos NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Saldo, consumo da janela, backorders pendentes e niveis do
      * produto lido; daqui saem a cobertura e a sugestao de compra.
      ******************************************************************
       CALCULAR-REPOSICAO SECTION.
           MOVE ZEROS                      TO rw-est-qt-saldo.
           IF  ws-estoque-aberto
               MOVE rw-prd-cd-produto      TO rw-est-cd-produto
               READ arq-estoque KEY IS rw-est-cd-produto
                   INVALID KEY
                       MOVE ZEROS          TO rw-est-qt-saldo
               END-READ
           END-IF.
           PERFORM SOMAR-CONSUMO-JANELA.
           PERFORM SOMAR-BACKORDERS.
           MOVE "N"                        TO ws-nivel-definido-sw.
           MOVE ZEROS                      TO rw-niv-qt-minimo.
           MOVE ZEROS                      TO rw-niv-qt-maximo.
           IF  ws-niveis-abertos
               MOVE rw-prd-cd-produto      TO rw-niv-cd-produto
               READ arq-niveis KEY IS rw-niv-cd-produto
                   INVALID KEY
                       MOVE ZEROS          TO rw-niv-qt-minimo
                       MOVE ZEROS          TO rw-niv-qt-maximo
                   NOT INVALID KEY
                       MOVE "S"            TO ws-nivel-definido-sw
               END-READ
           END-IF.

           COMPUTE ws-qt-media-diaria ROUNDED =
                   ws-qt-consumo / ws-dias-janela.
           COMPUTE ws-qt-disponivel = rw-est-qt-saldo - ws-qt-backorder.
           EVALUATE TRUE
               WHEN ws-qt-disponivel NOT GREATER ZEROS
                   MOVE ZEROS              TO ws-dias-cobertura
               WHEN ws-qt-media-diaria EQUAL ZEROS
                   MOVE 99999              TO ws-dias-cobertura
               WHEN OTHER
                   COMPUTE ws-dias-cobertura =
                           ws-qt-disponivel / ws-qt-media-diaria
                       ON SIZE ERROR
                           MOVE 99999      TO ws-dias-cobertura
                   END-COMPUTE
           END-EVALUATE.

           MOVE ZEROS                      TO ws-qt-sugerida.
           IF  ws-nivel-definido
               IF  ws-qt-disponivel NOT GREATER rw-niv-qt-minimo
                   COMPUTE ws-qt-sugerida =
                           rw-niv-qt-maximo - ws-qt-disponivel
               END-IF
           ELSE
               IF  ws-qt-disponivel LESS ZEROS
                   COMPUTE ws-qt-sugerida = ZEROS - ws-qt-disponivel
               END-IF
           END-IF.

      ******************************************************************
      * Saidas por pedido da janela, menos os estornos de cancelamento;
      * o livro grava a saida negativa e o estorno positivo.
      ******************************************************************
       SOMAR-CONSUMO-JANELA SECTION.
           MOVE ZEROS                      TO ws-qt-consumo.
           IF  NOT ws-movimentos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-prd-cd-produto          TO rw-mov-cd-produto.
           MOVE ws-dt-inicio-janela        TO rw-mov-dt-movimento.
           MOVE ZEROS                      TO rw-mov-hr-movimento.
           MOVE ZEROS                      TO rw-mov-nr-sequencia.
           START arq-movimentos KEY IS NOT LESS rw-mov-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-movimentos NEXT RECORD.
           PERFORM UNTIL NOT ws-movimentos-ok
                      OR rw-mov-cd-produto NOT EQUAL rw-prd-cd-produto
               IF  rw-mov-saida-pedido OR rw-mov-estorno-pedido
                   SUBTRACT rw-mov-qt-movimento FROM ws-qt-consumo
               END-IF
               READ arq-movimentos NEXT RECORD
           END-PERFORM.
           IF  ws-qt-consumo LESS ZEROS
               MOVE ZEROS                  TO ws-qt-consumo
           END-IF.

       SOMAR-BACKORDERS SECTION.
           MOVE ZEROS                      TO ws-qt-backorder.
           IF  NOT ws-backorders-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-prd-cd-produto          TO rw-bko-cd-produto.
           MOVE ZEROS                      TO rw-bko-dt-pendencia.
           MOVE ZEROS                      TO rw-bko-hr-pendencia.
           MOVE ZEROS                      TO rw-bko-nr-pedido.
           MOVE ZEROS                      TO rw-bko-nr-sequencia.
           START arq-backorders KEY IS NOT LESS rw-bko-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-backorders NEXT RECORD.
           PERFORM UNTIL NOT ws-backorders-ok
                      OR rw-bko-cd-produto NOT EQUAL rw-prd-cd-produto
               IF  rw-bko-pendente
                   ADD rw-bko-qt-pendente  TO ws-qt-backorder
               END-IF
               READ arq-backorders NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-PRODUTOS             TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-reposicao.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-DETALHE SECTION.
           ADD 1                           TO WS-CT-PRODUTOS.
           MOVE rw-prd-cd-produto          TO WR-DT-CD-PRODUTO.
           MOVE rw-prd-ds-descricao        TO WR-DT-DESCRICAO.
           MOVE rw-est-qt-saldo            TO WR-DT-SALDO.
           MOVE ws-qt-backorder            TO WR-DT-BACKORDER.
           MOVE ws-qt-media-diaria         TO WR-DT-MEDIA.
           MOVE ws-dias-cobertura          TO WR-DT-COBERTURA.
           MOVE rw-niv-qt-minimo           TO WR-DT-MINIMO.
           MOVE rw-niv-qt-maximo           TO WR-DT-MAXIMO.
           MOVE ws-qt-sugerida             TO WR-DT-SUGESTAO.
           EVALUATE TRUE
               WHEN ws-qt-sugerida GREATER ZEROS
                   ADD 1                   TO WS-CT-SUGESTOES
                   MOVE "COMPRAR"          TO WR-DT-ALERTA
               WHEN NOT ws-nivel-definido
                   MOVE "SEM NIVEL"        TO WR-DT-ALERTA
               WHEN ws-qt-disponivel GREATER rw-niv-qt-maximo
                   MOVE "ACIMA MAX"        TO WR-DT-ALERTA
               WHEN OTHER
                   MOVE SPACES             TO WR-DT-ALERTA
           END-EVALUATE.
           MOVE SPACES                     TO rw-relat-reposicao.
           MOVE WR-DETALHE                 TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE SPACES                     TO rw-relat-reposicao.
           MOVE WR-CAB1                    TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           MOVE SPACES                     TO rw-relat-reposicao.
           MOVE WR-IDENTIFICACAO           TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           MOVE SPACES                     TO rw-relat-reposicao.
           MOVE WR-CAB-JANELA              TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           MOVE SPACES                     TO rw-relat-reposicao.
           MOVE WR-CAB2                    TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           MOVE SPACES                     TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           MOVE 5                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-PRODUTOS             TO WR-RD-PRODUTOS.
           MOVE WS-CT-SUGESTOES            TO WR-RD-SUGESTOES.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           MOVE SPACES                     TO rw-relat-reposicao.
           MOVE WR-RODAPE                  TO rw-relat-reposicao.
           WRITE rw-relat-reposicao.
           DISPLAY "RELATORIO-REPOSICAO: " WS-CT-PRODUTOS
                   " produtos, " WS-CT-SUGESTOES " com sugestao".
       END PROGRAM RELATORIO-REPOSICAO.
