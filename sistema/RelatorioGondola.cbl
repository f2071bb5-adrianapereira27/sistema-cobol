      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Relatorio mensal da pesquisa de gondola (captada nas
      *          visitas em pesquisaGondola.dat), por territorio do
      *          cliente: quantidade de itens pesquisados, taxa de
      *          ruptura, diferenca media do preco do concorrente
      *          sobre o nosso preco de lista (positiva = concorrente
      *          mais caro) e a lista dos clientes/produtos em que
      *          perdemos a presenca na gondola (a ultima pesquisa do
      *          mes sem frentes depois de uma pesquisa com frentes).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-GONDOLA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-pesquisa ASSIGN TO DISK "pesquisaGondola.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pg-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pesquisa.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-territorios ASSIGN TO DISK "territorios.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ter-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-territorios.

           SELECT arq-trab-territorio ASSIGN TO DISK
                  "wrkgondolaterr.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wgt-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-ter.

           SELECT arq-trab-perda ASSIGN TO DISK "wrkgondolaperda.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wgp-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-perda.

           SELECT relat-gondola ASSIGN TO "relatGondola.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-pesquisa.
           01  rw-pg-registro.
               03 rw-pg-chave.
                  05 rw-pg-cd-cliente      PIC 9(007).
                  05 rw-pg-cd-produto      PIC 9(007).
                  05 rw-pg-dt-pesquisa     PIC 9(008).
               03 rw-pg-cd-vendedor        PIC 9(003).
               03 rw-pg-qt-frentes         PIC 9(003).
               03 rw-pg-st-ruptura         PIC x(001).
                  88 rw-pg-ruptura             VALUE "S".
               03 rw-pg-vl-preco-concorr   PIC 9(007)v9(002).

           FD arq-clientes.
           01  rw-cli-registro.
               03 rw-cli-cnpj              PIC 9(014).
               03 rw-cli-cd-cliente         PIC 9(007).
               03 rw-cli-razao-social       PIC x(040).
               03 rw-cli-latitude           PIC s9(003)v9(008).
               03 rw-cli-longitude          PIC s9(003)v9(008).
               03 rw-cli-st-ativo           PIC x(001).
                  88 rw-cli-ativo               VALUE "A".
                  88 rw-cli-inativo             VALUE "I".
               03 rw-cli-cd-territorio      PIC x(005).
               03 rw-cli-nm-contato         PIC x(040).
               03 rw-cli-nr-telefone        PIC x(015).
               03 rw-cli-ds-email           PIC x(050).
               03 rw-cli-nr-cep             PIC x(008).
               03 rw-cli-cd-frequencia     PIC x(001).
               03 rw-cli-dt-inativacao     PIC 9(008).
               03 rw-cli-cd-classe         PIC x(001).
               03 rw-cli-cd-canal          PIC x(003).
               03 rw-cli-st-bloqueio       PIC x(001).
                  88 rw-cli-bloqueado           VALUE "B".
               03 rw-cli-cd-cond-pagto     PIC x(003).
               03 rw-cli-hr-abertura       PIC 9(004).
               03 rw-cli-hr-fechamento     PIC 9(004).
               03 rw-cli-ds-logradouro     PIC x(040).
               03 rw-cli-nr-numero         PIC x(006).
               03 rw-cli-ds-bairro         PIC x(020).
               03 rw-cli-ds-cidade         PIC x(025).
               03 rw-cli-sg-uf             PIC x(002).

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

           FD arq-territorios.
           01  rw-ter-registro.
               03 rw-ter-cd-territorio     PIC x(005).
               03 rw-ter-ds-territorio     PIC x(030).
               03 rw-ter-st-ativo          PIC x(001).
                  88 rw-ter-ativo              VALUE "A".
                  88 rw-ter-inativo            VALUE "I".
               03 rw-ter-limites           PIC x(044).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

           FD arq-trab-territorio.
           01  rw-wgt-registro.
               03 rw-wgt-cd-territorio     PIC x(005).
               03 rw-wgt-qt-pesquisas      PIC 9(006).
               03 rw-wgt-qt-rupturas       PIC 9(006).
               03 rw-wgt-qt-precos         PIC 9(006).
               03 rw-wgt-vl-soma-diferenca PIC s9(009)v9(004).
               03 rw-wgt-qt-perdas         PIC 9(006).

           FD arq-trab-perda.
           01  rw-wgp-registro.
               03 rw-wgp-chave.
                  05 rw-wgp-cd-territorio  PIC x(005).
                  05 rw-wgp-cd-cliente     PIC 9(007).
                  05 rw-wgp-cd-produto     PIC 9(007).
               03 rw-wgp-dt-presenca       PIC 9(008).
               03 rw-wgp-dt-ausencia       PIC 9(008).

           FD relat-gondola.
           01  rw-relat-gondola            PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-pesquisa    PIC x(02).
                  88 ws-pesquisa-ok            VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-territorios PIC x(02).
                  88 ws-territorios-ok         VALUE "00", "02".
               03 ws-resultado-trab-ter    PIC x(02).
                  88 ws-trab-ter-ok            VALUE "00", "02".
               03 ws-resultado-trab-perda  PIC x(02).
                  88 ws-trab-perda-ok          VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-campos-periodo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-anomes-referencia     PIC 9(006) VALUE ZEROS.
               03 ws-dt-inicial            PIC 9(008) VALUE ZEROS.
               03 ws-dt-final              PIC 9(008) VALUE ZEROS.

      ******************************************************************
      * Grupo corrente da leitura (cliente/produto, em ordem de data)
      ******************************************************************
           01  ws-campos-grupo.
               03 ws-cliente-grupo         PIC 9(007) VALUE ZEROS.
               03 ws-produto-grupo         PIC 9(007) VALUE ZEROS.
               03 ws-territorio-grupo      PIC x(005) VALUE SPACES.
               03 ws-vl-preco-lista        PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-dt-presenca           PIC 9(008) VALUE ZEROS.
               03 ws-dt-ausencia           PIC 9(008) VALUE ZEROS.
               03 ws-perda-presenca-sw     PIC x(001) VALUE "N".
                  88 ws-perda-presenca         VALUE "S".
               03 ws-gr-qt-pesquisas       PIC 9(006) VALUE ZEROS.
               03 ws-gr-qt-rupturas        PIC 9(006) VALUE ZEROS.
               03 ws-gr-qt-precos          PIC 9(006) VALUE ZEROS.
               03 ws-gr-vl-soma-diferenca  PIC s9(009)v9(004)
                                            VALUE ZEROS.
               03 ws-pc-diferenca          PIC s9(005)v9(004)
                                            VALUE ZEROS.
               03 ws-fim-pesquisa-sw       PIC x(001) VALUE "N".
                  88 ws-fim-pesquisa           VALUE "S".

           01  ws-campos-totais.
               03 ws-pc-ruptura            PIC 9(003)v9(001)
                                            VALUE ZEROS.
               03 ws-pc-diferenca-media    PIC s9(005)v9(001)
                                            VALUE ZEROS.
               03 ws-tt-qt-pesquisas       PIC 9(006) VALUE ZEROS.
               03 ws-tt-qt-rupturas        PIC 9(006) VALUE ZEROS.
               03 ws-tt-qt-precos          PIC 9(006) VALUE ZEROS.
               03 ws-tt-vl-soma-diferenca  PIC s9(009)v9(004)
                                            VALUE ZEROS.
               03 ws-tt-qt-perdas          PIC 9(006) VALUE ZEROS.

           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.

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

      ******************************************************************
      * Paginacao de impressora: paginas de 66 linhas, com quebra no
      * fim da area util, linha de subtotal acumulado antes da quebra
      * e cabecalho repetido no topo de cada pagina.
      ******************************************************************
           01  WS-CONTADORES.
               03 WS-CT-TERRITORIOS        PIC 9(006) VALUE ZEROS.
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

           01  WR-RODAPE.
               03 FILLER                   PIC X(022) VALUE
                   "TOTAL DE TERRITORIOS: ".
               03 WR-RD-TERRITORIOS        PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-CAB1.
               03 FILLER                   PIC X(010) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "PESQUISA DE GONDOLA POR TERRITORIO".
               03 FILLER                   PIC X(008) VALUE "ANOMES ".
               03 WR-CB-ANOMES             PIC 9(006).

           01  WR-TERRITORIO.
               03 FILLER                   PIC X(011) VALUE
                   "TERRITORIO ".
               03 WR-TR-CD-TERRITORIO      PIC X(005).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-TR-DESCRICAO          PIC X(030).

           01  WR-INDICADORES.
               03 FILLER                   PIC X(012) VALUE
                   "  PESQUISAS ".
               03 WR-IN-PESQUISAS          PIC Z(005)9.
               03 FILLER                   PIC X(012) VALUE
                   "  RUPTURAS ".
               03 WR-IN-RUPTURAS           PIC Z(005)9.
               03 FILLER                   PIC X(008) VALUE
                   "  TAXA ".
               03 WR-IN-PC-RUPTURA         PIC ZZ9,9.
               03 FILLER                   PIC X(001) VALUE "%".
               03 FILLER                   PIC X(027) VALUE
                   "  DIF. PRECO CONCORRENTE ".
               03 WR-IN-PC-DIFERENCA       PIC -ZZZ9,9.
               03 FILLER                   PIC X(001) VALUE "%".
               03 FILLER                   PIC X(008) VALUE
                   "  PRECOS".
               03 WR-IN-PRECOS             PIC Z(005)9.

           01  WR-CAB-PERDAS.
               03 FILLER                   PIC X(050) VALUE
                   "  PERDA DE PRESENCA: CLIENTE RAZAO SOCIAL".
               03 FILLER                   PIC X(050) VALUE
                   "          PRODUTO COM FRENTES SEM FRENTES".

           01  WR-PERDA.
               03 FILLER                   PIC X(021) VALUE SPACES.
               03 WR-PD-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-PD-RAZAO              PIC X(030).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-PD-CD-PRODUTO         PIC 9(007).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-PD-DT-PRESENCA        PIC 9(008).
               03 FILLER                   PIC X(004) VALUE SPACES.
               03 WR-PD-DT-AUSENCIA        PIC 9(008).

           01  WR-SEM-PERDAS               PIC X(050) VALUE
               "  NENHUMA PERDA DE PRESENCA NO MES".

       LINKAGE SECTION.
           01  PARAMETROS-GONDOLA.
               05 GD-NR-ANOMES             PIC 9(006).

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-GONDOLA
                                PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           IF  GD-NR-ANOMES EQUAL ZEROS
               MOVE ws-dt-hoje(1:6)        TO ws-anomes-referencia
           ELSE
               MOVE GD-NR-ANOMES           TO ws-anomes-referencia
           END-IF.
           COMPUTE ws-dt-inicial = ws-anomes-referencia * 100 + 1.
           COMPUTE ws-dt-final   = ws-anomes-referencia * 100 + 31.
           OPEN INPUT arq-pesquisa.
           IF  NOT ws-pesquisa-ok
               DISPLAY "RELATORIO-GONDOLA: pesquisaGondola.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-produtos.
           OPEN INPUT arq-territorios.
           OPEN OUTPUT arq-trab-territorio.
           CLOSE arq-trab-territorio.
           OPEN I-O arq-trab-territorio.
           OPEN OUTPUT arq-trab-perda.
           CLOSE arq-trab-perda.
           OPEN I-O arq-trab-perda.
           PERFORM PROCESSAR-PESQUISAS.
           OPEN OUTPUT relat-gondola.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-TERRITORIOS.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-pesquisa.
           CLOSE arq-clientes.
           CLOSE arq-produtos.
           CLOSE arq-territorios.
           CLOSE arq-trab-territorio.
           CLOSE arq-trab-perda.
           CLOSE relat-gondola.
           DISPLAY "RELATORIO-GONDOLA: " WS-CT-TERRITORIOS
                   " territorios em relatGondola.txt".
           EXIT PROGRAM.

      ******************************************************************
      * A pesquisa vem em ordem de cliente, produto e data; cada grupo
      * cliente/produto e apurado inteiro antes de somar no territorio.
      ******************************************************************
       PROCESSAR-PESQUISAS SECTION.
           READ arq-pesquisa NEXT RECORD.
           IF  NOT ws-pesquisa-ok
               MOVE "S"                    TO ws-fim-pesquisa-sw
           END-IF.
           PERFORM PROCESSAR-GRUPO-PRODUTO UNTIL ws-fim-pesquisa.

       PROCESSAR-GRUPO-PRODUTO SECTION.
           MOVE rw-pg-cd-cliente           TO ws-cliente-grupo.
           MOVE rw-pg-cd-produto           TO ws-produto-grupo.
           MOVE ZEROS                      TO ws-dt-presenca.
           MOVE ZEROS                      TO ws-dt-ausencia.
           MOVE "N"                        TO ws-perda-presenca-sw.
           MOVE ZEROS                      TO ws-gr-qt-pesquisas.
           MOVE ZEROS                      TO ws-gr-qt-rupturas.
           MOVE ZEROS                      TO ws-gr-qt-precos.
           MOVE ZEROS                      TO ws-gr-vl-soma-diferenca.
           MOVE ZEROS                      TO rw-prd-vl-preco-lista.
           MOVE ws-produto-grupo           TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   MOVE ZEROS              TO rw-prd-vl-preco-lista
           END-READ.
           MOVE rw-prd-vl-preco-lista      TO ws-vl-preco-lista.
           PERFORM UNTIL ws-fim-pesquisa
                      OR rw-pg-cd-cliente NOT EQUAL ws-cliente-grupo
                      OR rw-pg-cd-produto NOT EQUAL ws-produto-grupo
               PERFORM AVALIAR-PESQUISA
               READ arq-pesquisa NEXT RECORD
               IF  NOT ws-pesquisa-ok
                   MOVE "S"                TO ws-fim-pesquisa-sw
               END-IF
           END-PERFORM.
           IF  ws-gr-qt-pesquisas GREATER ZEROS
               PERFORM OBTER-TERRITORIO-CLIENTE
               PERFORM ACUMULAR-TERRITORIO
           END-IF.

      ******************************************************************
      * Pesquisa anterior ao mes so marca a presenca; a do mes conta
      * nos indicadores. Uma pesquisa do mes sem frentes depois de
      * uma com frentes marca a perda, desfeita se a presenca volta
      * numa pesquisa seguinte do mesmo mes.
      ******************************************************************
       AVALIAR-PESQUISA SECTION.
           IF  rw-pg-dt-pesquisa GREATER ws-dt-final
               EXIT SECTION
           END-IF.
           IF  rw-pg-dt-pesquisa LESS ws-dt-inicial
               IF  rw-pg-qt-frentes GREATER ZEROS
                   MOVE rw-pg-dt-pesquisa  TO ws-dt-presenca
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1                           TO ws-gr-qt-pesquisas.
           IF  rw-pg-ruptura
               ADD 1                       TO ws-gr-qt-rupturas
           END-IF.
           IF  rw-pg-vl-preco-concorr GREATER ZEROS
           AND ws-vl-preco-lista GREATER ZEROS
               COMPUTE ws-pc-diferenca ROUNDED =
                       (rw-pg-vl-preco-concorr - ws-vl-preco-lista)
                       * 100 / ws-vl-preco-lista
               ADD ws-pc-diferenca         TO ws-gr-vl-soma-diferenca
               ADD 1                       TO ws-gr-qt-precos
           END-IF.
           IF  rw-pg-qt-frentes GREATER ZEROS
               MOVE rw-pg-dt-pesquisa      TO ws-dt-presenca
               MOVE "N"                    TO ws-perda-presenca-sw
           ELSE
               IF  ws-dt-presenca GREATER ZEROS
                   MOVE "S"                TO ws-perda-presenca-sw
                   MOVE rw-pg-dt-pesquisa  TO ws-dt-ausencia
               END-IF
           END-IF.

       OBTER-TERRITORIO-CLIENTE SECTION.
           MOVE SPACES                     TO ws-territorio-grupo.
           MOVE ws-cliente-grupo           TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-clientes NEXT RECORD.
           IF  ws-clientes-ok
               MOVE rw-cli-cd-territorio   TO ws-territorio-grupo
           END-IF.

       ACUMULAR-TERRITORIO SECTION.
           MOVE ws-territorio-grupo        TO rw-wgt-cd-territorio.
           READ arq-trab-territorio KEY IS rw-wgt-cd-territorio
               INVALID KEY
                   INITIALIZE rw-wgt-registro
                   MOVE ws-territorio-grupo TO rw-wgt-cd-territorio
                   WRITE rw-wgt-registro
           END-READ.
           ADD ws-gr-qt-pesquisas          TO rw-wgt-qt-pesquisas.
           ADD ws-gr-qt-rupturas           TO rw-wgt-qt-rupturas.
           ADD ws-gr-qt-precos             TO rw-wgt-qt-precos.
           ADD ws-gr-vl-soma-diferenca     TO rw-wgt-vl-soma-diferenca.
           IF  ws-perda-presenca
               ADD 1                       TO rw-wgt-qt-perdas
               MOVE ws-territorio-grupo    TO rw-wgp-cd-territorio
               MOVE ws-cliente-grupo       TO rw-wgp-cd-cliente
               MOVE ws-produto-grupo       TO rw-wgp-cd-produto
               MOVE ws-dt-presenca         TO rw-wgp-dt-presenca
               MOVE ws-dt-ausencia         TO rw-wgp-dt-ausencia
               WRITE rw-wgp-registro
           END-IF.
           REWRITE rw-wgt-registro.

      ******************************************************************
      * Um bloco por territorio (indicadores e perdas de presenca) e,
      * no fim, os indicadores do total geral.
      ******************************************************************
       IMPRIMIR-TERRITORIOS SECTION.
           MOVE SPACES                     TO rw-wgt-cd-territorio.
           START arq-trab-territorio KEY IS NOT LESS
                                           rw-wgt-cd-territorio
               INVALID KEY
                   MOVE "10"               TO ws-resultado-trab-ter
               NOT INVALID KEY
                   READ arq-trab-territorio NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-trab-ter-ok
               PERFORM IMPRIMIR-TERRITORIO
               READ arq-trab-territorio NEXT RECORD
           END-PERFORM.
           MOVE SPACES                     TO WR-TR-CD-TERRITORIO.
           MOVE "TOTAL GERAL"              TO WR-TR-DESCRICAO.
           MOVE ws-tt-qt-pesquisas         TO rw-wgt-qt-pesquisas.
           MOVE ws-tt-qt-rupturas          TO rw-wgt-qt-rupturas.
           MOVE ws-tt-qt-precos            TO rw-wgt-qt-precos.
           MOVE ws-tt-vl-soma-diferenca    TO rw-wgt-vl-soma-diferenca.
           PERFORM IMPRIMIR-INDICADORES.

       IMPRIMIR-TERRITORIO SECTION.
           ADD 1                           TO WS-CT-TERRITORIOS.
           ADD rw-wgt-qt-pesquisas         TO ws-tt-qt-pesquisas.
           ADD rw-wgt-qt-rupturas          TO ws-tt-qt-rupturas.
           ADD rw-wgt-qt-precos            TO ws-tt-qt-precos.
           ADD rw-wgt-vl-soma-diferenca    TO ws-tt-vl-soma-diferenca.
           ADD rw-wgt-qt-perdas            TO ws-tt-qt-perdas.
           MOVE rw-wgt-cd-territorio       TO WR-TR-CD-TERRITORIO.
           MOVE rw-wgt-cd-territorio       TO rw-ter-cd-territorio.
           IF  rw-wgt-cd-territorio EQUAL SPACES
               MOVE "(CLIENTE SEM TERRITORIO)" TO rw-ter-ds-territorio
           ELSE
               READ arq-territorios KEY IS rw-ter-cd-territorio
                   INVALID KEY
                       MOVE "(TERRITORIO NAO ENCONTRADO)"
                                           TO rw-ter-ds-territorio
               END-READ
           END-IF.
           MOVE rw-ter-ds-territorio       TO WR-TR-DESCRICAO.
           PERFORM IMPRIMIR-INDICADORES.
           PERFORM IMPRIMIR-PERDAS.

       IMPRIMIR-INDICADORES SECTION.
           IF  rw-wgt-qt-pesquisas GREATER ZEROS
               COMPUTE ws-pc-ruptura ROUNDED =
                       rw-wgt-qt-rupturas * 100 / rw-wgt-qt-pesquisas
           ELSE
               MOVE ZEROS                  TO ws-pc-ruptura
           END-IF.
           IF  rw-wgt-qt-precos GREATER ZEROS
               COMPUTE ws-pc-diferenca-media ROUNDED =
                       rw-wgt-vl-soma-diferenca / rw-wgt-qt-precos
           ELSE
               MOVE ZEROS                  TO ws-pc-diferenca-media
           END-IF.
           MOVE rw-wgt-qt-pesquisas        TO WR-IN-PESQUISAS.
           MOVE rw-wgt-qt-rupturas         TO WR-IN-RUPTURAS.
           MOVE ws-pc-ruptura              TO WR-IN-PC-RUPTURA.
           MOVE ws-pc-diferenca-media      TO WR-IN-PC-DIFERENCA.
           MOVE rw-wgt-qt-precos           TO WR-IN-PRECOS.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-gondola.
           MOVE WR-TERRITORIO              TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           MOVE SPACES                     TO rw-relat-gondola.
           MOVE WR-INDICADORES             TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-PERDAS SECTION.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           IF  rw-wgt-qt-perdas EQUAL ZEROS
               MOVE SPACES                 TO rw-relat-gondola
               MOVE WR-SEM-PERDAS          TO rw-relat-gondola
               WRITE rw-relat-gondola
           ELSE
               MOVE SPACES                 TO rw-relat-gondola
               MOVE WR-CAB-PERDAS          TO rw-relat-gondola
               WRITE rw-relat-gondola
           END-IF.
           ADD 1                           TO WS-CT-LINHAS2.
           MOVE rw-wgt-cd-territorio       TO rw-wgp-cd-territorio.
           MOVE ZEROS                      TO rw-wgp-cd-cliente.
           MOVE ZEROS                      TO rw-wgp-cd-produto.
           START arq-trab-perda KEY IS NOT LESS rw-wgp-chave
               INVALID KEY
                   MOVE "10"               TO ws-resultado-trab-perda
               NOT INVALID KEY
                   READ arq-trab-perda NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-trab-perda-ok
                      OR rw-wgp-cd-territorio NOT EQUAL
                         rw-wgt-cd-territorio
               PERFORM IMPRIMIR-PERDA
               READ arq-trab-perda NEXT RECORD
           END-PERFORM.
           MOVE SPACES                     TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-PERDA SECTION.
           MOVE rw-wgp-cd-cliente          TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
               NOT INVALID KEY
                   READ arq-clientes NEXT RECORD
           END-START.
           MOVE rw-wgp-cd-cliente          TO WR-PD-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-PD-RAZAO.
           MOVE rw-wgp-cd-produto          TO WR-PD-CD-PRODUTO.
           MOVE rw-wgp-dt-presenca         TO WR-PD-DT-PRESENCA.
           MOVE rw-wgp-dt-ausencia         TO WR-PD-DT-AUSENCIA.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-gondola.
           MOVE WR-PERDA                   TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-TERRITORIOS          TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-gondola.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-anomes-referencia       TO WR-CB-ANOMES.
           MOVE SPACES                     TO rw-relat-gondola.
           MOVE WR-CAB1                    TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           MOVE SPACES                     TO rw-relat-gondola.
           MOVE WR-IDENTIFICACAO           TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           MOVE SPACES                     TO rw-relat-gondola.
           WRITE rw-relat-gondola.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-TERRITORIOS          TO WR-RD-TERRITORIOS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-gondola.
           MOVE WR-RODAPE                  TO rw-relat-gondola.
           WRITE rw-relat-gondola.
       END PROGRAM RELATORIO-GONDOLA.
