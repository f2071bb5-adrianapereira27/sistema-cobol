      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Conferencia noturna do livro de estoque: para cada
      *          produto, a soma dos movimentos de movimentosEstoque.dat
      *          tem de ser igual ao rw-est-qt-saldo do estoque.dat. O
      *          relatorio (relatKardex.txt) lista todo produto em que
      *          nao e. Produto com saldo e sem nenhum movimento (saldo
      *          de antes do livro) recebe uma vez o movimento de
      *          implantacao "I" com o proprio saldo e sai listado
      *          como implantado, nao como divergente.
      *          A soma dos saldos por deposito (estoqueDepositos.dat)
      *          tambem tem de fechar com o estoque.dat: diferenca sai
      *          como DEPOSITOS; produto com saldo e nenhum registro
      *          por deposito (saldo de antes dos depositos) tem o
      *          saldo implantado no deposito padrao e sai listado
      *          como IMPL.DEPOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERENCIA-KARDEX.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-movimentos
                  ASSIGN TO DISK "movimentosEstoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mov-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-movimentos.

           SELECT arq-estoque ASSIGN TO DISK "estoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-est-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estoque.

           SELECT arq-estoque-depositos
                  ASSIGN TO DISK "estoqueDepositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-esd-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT relat-kardex ASSIGN TO "relatKardex.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-movimentos.
           01  rw-mov-registro.
               03 rw-mov-chave.
                  05 rw-mov-cd-produto     PIC 9(007).
                  05 rw-mov-dt-movimento   PIC 9(008).
                  05 rw-mov-hr-movimento   PIC 9(008).
                  05 rw-mov-nr-sequencia   PIC 9(003).
               03 rw-mov-tp-movimento      PIC x(001).
               03 rw-mov-qt-movimento      PIC s9(007).
               03 rw-mov-tp-documento      PIC x(001).
               03 rw-mov-nr-documento      PIC 9(007).
               03 rw-mov-id-operador       PIC x(010).
               03 rw-mov-cd-deposito       PIC 9(003).

           FD arq-estoque.
           01  rw-est-registro.
               03 rw-est-cd-produto        PIC 9(007).
               03 rw-est-qt-saldo          PIC s9(007).

           FD arq-estoque-depositos.
           01  rw-esd-registro.
               03 rw-esd-chave.
                  05 rw-esd-cd-produto     PIC 9(007).
                  05 rw-esd-cd-deposito    PIC 9(003).
               03 rw-esd-qt-saldo          PIC s9(007).

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

           FD relat-kardex.
           01  rw-relat-kardex             PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-movimentos  PIC x(02).
                  88 ws-movimentos-ok          VALUE "00", "02".
               03 ws-resultado-estoque     PIC x(02).
                  88 ws-estoque-ok             VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-movimentos-abertos-sw    PIC x(001) VALUE "N".
               88 ws-movimentos-abertos        VALUE "S".
           01  ws-produtos-abertos-sw      PIC x(001) VALUE "N".
               88 ws-produtos-abertos          VALUE "S".
           01  ws-tem-movimento-sw         PIC x(001) VALUE "N".
               88 ws-tem-movimento             VALUE "S".
           01  ws-tem-deposito-sw          PIC x(001) VALUE "N".
               88 ws-tem-deposito              VALUE "S".

           01  ws-campos-conferencia.
               03 ws-cd-produto-atual      PIC 9(007) VALUE ZEROS.
               03 ws-qt-soma-livro         PIC s9(009) VALUE ZEROS.
               03 ws-qt-saldo-estoque      PIC s9(007) VALUE ZEROS.
               03 ws-qt-diferenca          PIC s9(009) VALUE ZEROS.
               03 ws-qt-soma-depositos     PIC s9(009) VALUE ZEROS.

           01  PARAMETROS-MOVIMENTO.
               05 MOV-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 MOV-TP-MOVIMENTO         PIC x(001) VALUE SPACES.
               05 MOV-QT-MOVIMENTO         PIC s9(007) VALUE ZEROS.
               05 MOV-TP-DOCUMENTO         PIC x(001) VALUE SPACES.
               05 MOV-NR-DOCUMENTO         PIC 9(007) VALUE ZEROS.
               05 MOV-ID-OPERADOR          PIC x(010) VALUE SPACES.
               05 MOV-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 MOV-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

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
               03 WS-CT-PRODUTOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-DIVERGENTES        PIC 9(006) VALUE ZEROS.
               03 WS-CT-IMPLANTADOS        PIC 9(006) VALUE ZEROS.
               03 WS-CT-LISTADOS           PIC 9(006) VALUE ZEROS.
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
                   "CONFERENCIA DO LIVRO DE ESTOQUE".
           01  WR-CAB2.
               03 FILLER                   PIC X(009) VALUE "PRODUTO".
               03 FILLER                   PIC X(042) VALUE
                   "DESCRICAO".
               03 FILLER                   PIC X(010) VALUE
                   "   ESTOQUE".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(010) VALUE
                   "     LIVRO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(010) VALUE
                   " DIFERENCA".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(011) VALUE
                   "SITUACAO".

           01  WR-DETALHE.
               03 WR-DT-CD-PRODUTO         PIC 9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DESCRICAO          PIC X(040).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SALDO-ESTOQUE      PIC -(9)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SOMA-LIVRO         PIC -(9)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DIFERENCA          PIC -(9)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SITUACAO           PIC X(011).

           01  WR-RODAPE.
               03 FILLER                   PIC X(020) VALUE
                   "PRODUTOS CONFERIDOS:".
               03 WR-RD-PRODUTOS           PIC Z(005)9.
               03 FILLER                   PIC X(015) VALUE
                   "  DIVERGENTES: ".
               03 WR-RD-DIVERGENTES        PIC Z(005)9.
               03 FILLER                   PIC X(015) VALUE
                   "  IMPLANTADOS: ".
               03 WR-RD-IMPLANTADOS        PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           OPEN INPUT arq-estoque.
           IF  NOT ws-estoque-ok
               DISPLAY "CONFERENCIA-KARDEX: estoque.dat nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-produtos.
           IF  ws-produtos-ok
               MOVE "S"                    TO ws-produtos-abertos-sw
           END-IF.
           OPEN OUTPUT relat-kardex.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM ABRIR-MOVIMENTOS.
           PERFORM IMPLANTAR-SALDOS.
           PERFORM CONFERIR-LIVRO.
           PERFORM CONFERIR-SALDOS-SEM-LIVRO.
           PERFORM CONFERIR-DEPOSITOS.
           PERFORM IMPRIMIR-RODAPE.
           IF  ws-movimentos-abertos
               CLOSE arq-movimentos
           END-IF.
           CLOSE arq-estoque.
           IF  ws-produtos-abertos
               CLOSE arq-produtos
           END-IF.
           CLOSE relat-kardex.
           EXIT PROGRAM.

       ABRIR-MOVIMENTOS SECTION.
           MOVE "N"                        TO ws-movimentos-abertos-sw.
           OPEN INPUT arq-movimentos.
           IF  ws-movimentos-ok
               MOVE "S"                    TO ws-movimentos-abertos-sw
           END-IF.

      ******************************************************************
      * Saldo de antes do livro: produto com saldo e nenhum movimento
      * recebe o movimento de implantacao com o proprio saldo. O livro
      * e fechado durante a gravacao, feita pelo REGISTRAR-MOVIMENTO.
      ******************************************************************
       IMPLANTAR-SALDOS SECTION.
           MOVE ZEROS                      TO rw-est-cd-produto.
           START arq-estoque KEY IS NOT LESS rw-est-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-estoque NEXT RECORD.
           PERFORM UNTIL NOT ws-estoque-ok
               IF  rw-est-qt-saldo NOT EQUAL ZEROS
                   PERFORM VERIFICAR-MOVIMENTO-PRODUTO
                   IF  NOT ws-tem-movimento
                       PERFORM IMPLANTAR-SALDO-PRODUTO
                   END-IF
               END-IF
               READ arq-estoque NEXT RECORD
           END-PERFORM.

       VERIFICAR-MOVIMENTO-PRODUTO SECTION.
           MOVE "N"                        TO ws-tem-movimento-sw.
           IF  NOT ws-movimentos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-est-cd-produto          TO rw-mov-cd-produto.
           MOVE ZEROS                      TO rw-mov-dt-movimento.
           MOVE ZEROS                      TO rw-mov-hr-movimento.
           MOVE ZEROS                      TO rw-mov-nr-sequencia.
           START arq-movimentos KEY IS NOT LESS rw-mov-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-movimentos NEXT RECORD.
           IF  ws-movimentos-ok
           AND rw-mov-cd-produto EQUAL rw-est-cd-produto
               MOVE "S"                    TO ws-tem-movimento-sw
           END-IF.

       IMPLANTAR-SALDO-PRODUTO SECTION.
           IF  ws-movimentos-abertos
               CLOSE arq-movimentos
           END-IF.
           MOVE rw-est-cd-produto          TO MOV-CD-PRODUTO.
           MOVE "I"                        TO MOV-TP-MOVIMENTO.
           MOVE rw-est-qt-saldo            TO MOV-QT-MOVIMENTO.
           MOVE "K"                        TO MOV-TP-DOCUMENTO.
           MOVE ZEROS                      TO MOV-NR-DOCUMENTO.
           MOVE ID-SOLICITANTE             TO MOV-ID-OPERADOR.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".
           PERFORM ABRIR-MOVIMENTOS.
           IF  MOV-RETORNO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           ADD 1                           TO WS-CT-IMPLANTADOS.
           MOVE rw-est-qt-saldo            TO ws-qt-saldo-estoque.
           MOVE rw-est-qt-saldo            TO ws-qt-soma-livro.
           MOVE ZEROS                      TO ws-qt-diferenca.
           MOVE rw-est-cd-produto          TO ws-cd-produto-atual.
           MOVE "IMPLANTADO"               TO WR-DT-SITUACAO.
           PERFORM IMPRIMIR-DETALHE.

      ******************************************************************
      * Le o livro inteiro em ordem de produto e, a cada quebra, compara
      * a soma do produto com o saldo do estoque.dat (zero quando o
      * produto nao tem registro de saldo).
      ******************************************************************
       CONFERIR-LIVRO SECTION.
           IF  NOT ws-movimentos-abertos
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES                 TO rw-mov-chave.
           START arq-movimentos KEY IS NOT LESS rw-mov-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-movimentos NEXT RECORD.
           PERFORM UNTIL NOT ws-movimentos-ok
               MOVE rw-mov-cd-produto      TO ws-cd-produto-atual
               MOVE ZEROS                  TO ws-qt-soma-livro
               PERFORM UNTIL NOT ws-movimentos-ok
                          OR rw-mov-cd-produto NOT EQUAL
                                               ws-cd-produto-atual
                   ADD rw-mov-qt-movimento TO ws-qt-soma-livro
                   READ arq-movimentos NEXT RECORD
               END-PERFORM
               PERFORM CONFERIR-PRODUTO
           END-PERFORM.

       CONFERIR-PRODUTO SECTION.
           ADD 1                           TO WS-CT-PRODUTOS.
           MOVE ZEROS                      TO ws-qt-saldo-estoque.
           MOVE ws-cd-produto-atual        TO rw-est-cd-produto.
           READ arq-estoque KEY IS rw-est-cd-produto
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE rw-est-qt-saldo    TO ws-qt-saldo-estoque
           END-READ.
           COMPUTE ws-qt-diferenca =
                   ws-qt-saldo-estoque - ws-qt-soma-livro.
           IF  ws-qt-diferenca NOT EQUAL ZEROS
               ADD 1                       TO WS-CT-DIVERGENTES
               MOVE "DIVERGENTE"           TO WR-DT-SITUACAO
               PERFORM IMPRIMIR-DETALHE
           END-IF.

      ******************************************************************
      * Saldo sem livro que sobrou da implantacao (falha ao gravar o
      * movimento) tambem e divergencia: o livro soma zero.
      ******************************************************************
       CONFERIR-SALDOS-SEM-LIVRO SECTION.
           MOVE ZEROS                      TO rw-est-cd-produto.
           START arq-estoque KEY IS NOT LESS rw-est-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-estoque NEXT RECORD.
           PERFORM UNTIL NOT ws-estoque-ok
               IF  rw-est-qt-saldo NOT EQUAL ZEROS
                   PERFORM VERIFICAR-MOVIMENTO-PRODUTO
                   IF  NOT ws-tem-movimento
                       ADD 1               TO WS-CT-PRODUTOS
                       ADD 1               TO WS-CT-DIVERGENTES
                       MOVE rw-est-cd-produto TO ws-cd-produto-atual
                       MOVE rw-est-qt-saldo   TO ws-qt-saldo-estoque
                       MOVE ZEROS          TO ws-qt-soma-livro
                       MOVE rw-est-qt-saldo   TO ws-qt-diferenca
                       MOVE "SEM LIVRO"    TO WR-DT-SITUACAO
                       PERFORM IMPRIMIR-DETALHE
                   END-IF
               END-IF
               READ arq-estoque NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Saldo total contra a soma dos saldos por deposito. O arquivo
      * por deposito so e aberto aqui, depois das implantacoes do
      * livro, que tambem o atualizam pelo REGISTRAR-MOVIMENTO.
      ******************************************************************
       CONFERIR-DEPOSITOS SECTION.
           OPEN I-O arq-estoque-depositos.
           IF  NOT ws-depositos-ok
               OPEN OUTPUT arq-estoque-depositos
               CLOSE arq-estoque-depositos
               OPEN I-O arq-estoque-depositos
           END-IF.
           IF  NOT ws-depositos-ok
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO DEP-CD-CLIENTE.
           MOVE ZEROS                      TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           MOVE ZEROS                      TO rw-est-cd-produto.
           START arq-estoque KEY IS NOT LESS rw-est-cd-produto
               INVALID KEY
                   MOVE "23"               TO ws-resultado-estoque
           END-START.
           IF  ws-estoque-ok
               READ arq-estoque NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-estoque-ok
               PERFORM SOMAR-DEPOSITOS-PRODUTO
               MOVE rw-est-cd-produto      TO ws-cd-produto-atual
               MOVE rw-est-qt-saldo        TO ws-qt-saldo-estoque
               EVALUATE TRUE
                   WHEN NOT ws-tem-deposito
                    AND rw-est-qt-saldo NOT EQUAL ZEROS
                       PERFORM IMPLANTAR-SALDO-DEPOSITO
                   WHEN ws-qt-soma-depositos NOT EQUAL rw-est-qt-saldo
                       ADD 1               TO WS-CT-DIVERGENTES
                       MOVE ws-qt-soma-depositos TO ws-qt-soma-livro
                       COMPUTE ws-qt-diferenca = rw-est-qt-saldo
                                               - ws-qt-soma-depositos
                       MOVE "DEPOSITOS"    TO WR-DT-SITUACAO
                       PERFORM IMPRIMIR-DETALHE
               END-EVALUATE
               READ arq-estoque NEXT RECORD
           END-PERFORM.
           CLOSE arq-estoque-depositos.

       SOMAR-DEPOSITOS-PRODUTO SECTION.
           MOVE "N"                        TO ws-tem-deposito-sw.
           MOVE ZEROS                      TO ws-qt-soma-depositos.
           MOVE rw-est-cd-produto          TO rw-esd-cd-produto.
           MOVE ZEROS                      TO rw-esd-cd-deposito.
           START arq-estoque-depositos KEY IS NOT LESS rw-esd-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-estoque-depositos NEXT RECORD.
           PERFORM UNTIL NOT ws-depositos-ok
                      OR rw-esd-cd-produto NOT EQUAL rw-est-cd-produto
               MOVE "S"                    TO ws-tem-deposito-sw
               ADD rw-esd-qt-saldo         TO ws-qt-soma-depositos
               READ arq-estoque-depositos NEXT RECORD
           END-PERFORM.
           MOVE "00"                       TO ws-resultado-depositos.

       IMPLANTAR-SALDO-DEPOSITO SECTION.
           MOVE rw-est-cd-produto          TO rw-esd-cd-produto.
           MOVE DEP-CD-DEPOSITO            TO rw-esd-cd-deposito.
           MOVE rw-est-qt-saldo            TO rw-esd-qt-saldo.
           WRITE rw-esd-registro.
           IF  NOT ws-depositos-ok
               EXIT SECTION
           END-IF.
           ADD 1                           TO WS-CT-IMPLANTADOS.
           MOVE rw-est-qt-saldo            TO ws-qt-soma-livro.
           MOVE ZEROS                      TO ws-qt-diferenca.
           MOVE "IMPL.DEPOS"               TO WR-DT-SITUACAO.
           PERFORM IMPRIMIR-DETALHE.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-LISTADOS             TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-kardex.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-DETALHE SECTION.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           ADD 1                           TO WS-CT-LISTADOS.
           MOVE SPACES                     TO WR-DT-DESCRICAO.
           IF  ws-produtos-abertos
               MOVE ws-cd-produto-atual    TO rw-prd-cd-produto
               READ arq-produtos KEY IS rw-prd-cd-produto
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO WR-DT-DESCRICAO
                   NOT INVALID KEY
                       MOVE rw-prd-ds-descricao TO WR-DT-DESCRICAO
               END-READ
           END-IF.
           MOVE ws-cd-produto-atual        TO WR-DT-CD-PRODUTO.
           MOVE ws-qt-saldo-estoque        TO WR-DT-SALDO-ESTOQUE.
           MOVE ws-qt-soma-livro           TO WR-DT-SOMA-LIVRO.
           MOVE ws-qt-diferenca            TO WR-DT-DIFERENCA.
           MOVE SPACES                     TO rw-relat-kardex.
           MOVE WR-DETALHE                 TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE SPACES                     TO rw-relat-kardex.
           MOVE WR-CAB1                    TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           MOVE SPACES                     TO rw-relat-kardex.
           MOVE WR-IDENTIFICACAO           TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           MOVE SPACES                     TO rw-relat-kardex.
           MOVE WR-CAB2                    TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           MOVE SPACES                     TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           MOVE 4                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-PRODUTOS             TO WR-RD-PRODUTOS.
           MOVE WS-CT-DIVERGENTES          TO WR-RD-DIVERGENTES.
           MOVE WS-CT-IMPLANTADOS          TO WR-RD-IMPLANTADOS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           MOVE SPACES                     TO rw-relat-kardex.
           MOVE WR-RODAPE                  TO rw-relat-kardex.
           WRITE rw-relat-kardex.
           DISPLAY "CONFERENCIA-KARDEX: " WS-CT-PRODUTOS
                   " produtos conferidos, " WS-CT-DIVERGENTES
                   " divergentes, " WS-CT-IMPLANTADOS " implantados".
       END PROGRAM CONFERENCIA-KARDEX.
