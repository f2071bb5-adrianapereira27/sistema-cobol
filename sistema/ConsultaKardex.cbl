      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Kardex de estoque: consulta os movimentos de um
      *          produto no livro (movimentosEstoque.dat) dentro de
      *          uma faixa de datas, um por tela, com o saldo corrido.
      *          O saldo de abertura e a soma dos movimentos anteriores
      *          a data inicial; ao fim a mensagem traz o saldo do
      *          periodo e o saldo atual do estoque.dat para conferir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-KARDEX.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-movimentos
                  ASSIGN TO DISK "movimentosEstoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mov-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-estoque ASSIGN TO DISK "estoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-est-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estoque.

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

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-eof-arquivo            VALUE "10".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-estoque     PIC x(02).
                  88 ws-estoque-ok             VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-filtros-consulta.
               03 ws-cd-produto-filtro     PIC 9(007) VALUE ZEROS.
               03 ws-dt-inicial-filtro     PIC 9(008) VALUE ZEROS.
               03 ws-dt-final-filtro       PIC 9(008) VALUE ZEROS.

           01  ws-campos-kardex.
               03 ws-qt-saldo-abertura     PIC s9(009) VALUE ZEROS.
               03 ws-qt-saldo-corrido      PIC s9(009) VALUE ZEROS.
               03 ws-qt-saldo-atual        PIC s9(007) VALUE ZEROS.
               03 ws-qt-exibidos           PIC 9(005) VALUE ZEROS.
               03 ws-ds-produto-tela       PIC x(040) VALUE SPACES.
               03 ws-ds-tipo-tela          PIC x(020) VALUE SPACES.
               03 ws-ds-documento-tela     PIC x(012) VALUE SPACES.
               03 ws-hr-movimento-tela     PIC 9(006) VALUE ZEROS.
               03 ws-saldo-abertura-ed     PIC -(8)9.
               03 ws-saldo-final-ed        PIC -(8)9.
               03 ws-saldo-atual-ed        PIC -(6)9.

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - KARDEX DO PRODUTO"
                                               LINE 07 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 08 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 10 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 10 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "KARDEX DE ESTOQUE"   LINE 03 COL 28.
           05  FILTRO-KARDEX-SECTION.
               07  VALUE "Codigo do produto:"  LINE 05 COL 05.
               07  PRODUTO-ON-SCR-IN           LINE 05 COL 30
                            PIC 9(07)       TO ws-cd-produto-filtro.
               07  VALUE "Data inicial (AAAAMMDD):"
                                               LINE 06 COL 05.
               07  DT-INICIAL-ON-SCR-IN        LINE 06 COL 30
                            PIC 9(08)       TO ws-dt-inicial-filtro.
               07  VALUE "Data final (AAAAMMDD):"
                                               LINE 07 COL 05.
               07  DT-FINAL-ON-SCR-IN          LINE 07 COL 30
                            PIC 9(08)       TO ws-dt-final-filtro.
               07  VALUE "(zeros = desde o inicio / ate hoje)"
                                               LINE 08 COL 05.
           05  PRODUTO-SECTION.
               07  VALUE "Produto:"            LINE 05 COL 05.
               07  PRODUTO-OUT                 LINE 05 COL 20
                            PIC 9(07)        USING ws-cd-produto-filtro.
               07  PRODUTO-DESCRICAO-OUT       LINE 05 COL 30
                            PIC x(40)        USING ws-ds-produto-tela.
               07  VALUE "Periodo:"            LINE 06 COL 05.
               07  PERIODO-INICIAL-OUT         LINE 06 COL 20
                            PIC 9(08)        USING ws-dt-inicial-filtro.
               07  VALUE "a"                   LINE 06 COL 30.
               07  PERIODO-FINAL-OUT           LINE 06 COL 32
                            PIC 9(08)        USING ws-dt-final-filtro.
               07  VALUE "Saldo de abertura:"  LINE 07 COL 05.
               07  SALDO-ABERTURA-OUT          LINE 07 COL 25
                            PIC -(8)9        USING ws-qt-saldo-abertura.
           05  MOVIMENTO-SECTION.
               07  VALUE "Data/hora:"          LINE 09 COL 05.
               07  MOVIMENTO-DATA-OUT          LINE 09 COL 25
                            PIC 9(08)        USING rw-mov-dt-movimento.
               07  MOVIMENTO-HORA-OUT          LINE 09 COL 35
                            PIC 9(06)        USING ws-hr-movimento-tela.
               07  VALUE "Tipo:"               LINE 10 COL 05.
               07  MOVIMENTO-TIPO-OUT          LINE 10 COL 25
                            PIC x(01)        USING rw-mov-tp-movimento.
               07  MOVIMENTO-DS-TIPO-OUT       LINE 10 COL 28
                            PIC x(20)        USING ws-ds-tipo-tela.
               07  VALUE "Documento:"          LINE 11 COL 05.
               07  MOVIMENTO-DOC-TIPO-OUT      LINE 11 COL 25
                            PIC x(12)        USING ws-ds-documento-tela.
               07  MOVIMENTO-DOC-NR-OUT        LINE 11 COL 38
                            PIC 9(07)        USING rw-mov-nr-documento.
               07  VALUE "Operador:"           LINE 12 COL 05.
               07  MOVIMENTO-OPERADOR-OUT      LINE 12 COL 25
                            PIC x(10)        USING rw-mov-id-operador.
               07  VALUE "Deposito:"           LINE 12 COL 40.
               07  MOVIMENTO-DEPOSITO-OUT      LINE 12 COL 50
                            PIC 9(03)        USING rw-mov-cd-deposito.
               07  VALUE "Quantidade:"         LINE 13 COL 05.
               07  MOVIMENTO-QTDE-OUT          LINE 13 COL 25
                            PIC -(6)9        USING rw-mov-qt-movimento.
               07  VALUE "Saldo apos movimento:"
                                               LINE 14 COL 05.
               07  MOVIMENTO-SALDO-OUT         LINE 14 COL 27
                            PIC -(8)9        USING ws-qt-saldo-corrido.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 16 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 18 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN INPUT arq-movimentos.
           IF  NOT ws-operacao-ok
               DISPLAY "CONSULTA-KARDEX: movimentosEstoque.dat nao "
                       "encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-produtos.
           OPEN INPUT arq-estoque.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           EVALUATE ws-id-opcao
               WHEN "1"
                   PERFORM CONSULTAR-KARDEX
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
                   MOVE "Opcao Invalida!" TO whs-mensagem
           END-EVALUATE.
           PERFORM LIMPA-CAMPOS-TELA.
           IF  whs-mensagem NOT EQUAL SPACES
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
           END-IF.

      ******************************************************************
      * Le o livro do produto em ordem de data/hora: os movimentos
      * anteriores a data inicial so formam o saldo de abertura; os
      * do periodo sao exibidos um a um com o saldo corrido.
      ******************************************************************
       CONSULTAR-KARDEX SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY FILTRO-KARDEX-SECTION.
           ACCEPT PRODUTO-ON-SCR-IN.
           ACCEPT DT-INICIAL-ON-SCR-IN.
           ACCEPT DT-FINAL-ON-SCR-IN.
           IF  ws-dt-final-filtro EQUAL ZEROS
               ACCEPT ws-dt-final-filtro FROM DATE YYYYMMDD
           END-IF.
           IF  ws-dt-inicial-filtro GREATER ws-dt-final-filtro
               MOVE "Data inicial maior que a final" TO whs-mensagem
               EXIT SECTION
           END-IF.
           PERFORM LOCALIZAR-PRODUTO.

           MOVE ZEROS                      TO ws-qt-saldo-abertura.
           MOVE ZEROS                      TO ws-qt-exibidos.
           MOVE ws-cd-produto-filtro       TO rw-mov-cd-produto.
           MOVE ZEROS                      TO rw-mov-dt-movimento.
           MOVE ZEROS                      TO rw-mov-hr-movimento.
           MOVE ZEROS                      TO rw-mov-nr-sequencia.
           START arq-movimentos KEY IS NOT LESS rw-mov-chave
               INVALID KEY
                   MOVE "Produto sem movimentos no livro"
                                            TO whs-mensagem
                   EXIT SECTION
           END-START.
           READ arq-movimentos NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-mov-cd-produto NOT EQUAL
                                           ws-cd-produto-filtro
                      OR rw-mov-dt-movimento NOT LESS
                                           ws-dt-inicial-filtro
               ADD rw-mov-qt-movimento     TO ws-qt-saldo-abertura
               READ arq-movimentos NEXT RECORD
           END-PERFORM.

           MOVE ws-qt-saldo-abertura       TO ws-qt-saldo-corrido.
           MOVE ZEROS                      TO ws-escape-key.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-mov-cd-produto NOT EQUAL
                                           ws-cd-produto-filtro
                      OR rw-mov-dt-movimento GREATER
                                           ws-dt-final-filtro
                      OR cob-scr-esc
               PERFORM EXIBIR-MOVIMENTO
               IF  NOT cob-scr-esc
                   READ arq-movimentos NEXT RECORD
               END-IF
           END-PERFORM.

           MOVE ws-qt-saldo-abertura       TO ws-saldo-abertura-ed.
           MOVE ws-qt-saldo-corrido        TO ws-saldo-final-ed.
           PERFORM LOCALIZAR-SALDO-ATUAL.
           MOVE ws-qt-saldo-atual          TO ws-saldo-atual-ed.
           MOVE SPACES                     TO whs-mensagem.
           IF  ws-qt-exibidos EQUAL ZEROS
               STRING "Nenhum movimento no periodo - saldo "
                      ws-saldo-abertura-ed
                      " - estoque atual " ws-saldo-atual-ed
                      DELIMITED BY SIZE INTO whs-mensagem
           ELSE
               STRING "Abertura " ws-saldo-abertura-ed
                      " - fechamento " ws-saldo-final-ed
                      " - estoque atual " ws-saldo-atual-ed
                      DELIMITED BY SIZE INTO whs-mensagem
           END-IF.

       EXIBIR-MOVIMENTO SECTION.
           ADD rw-mov-qt-movimento         TO ws-qt-saldo-corrido.
           ADD 1                           TO ws-qt-exibidos.
           MOVE rw-mov-hr-movimento(1:6)   TO ws-hr-movimento-tela.
           EVALUATE rw-mov-tp-movimento
               WHEN "E"
                   MOVE "ENTRADA DEPOSITO"  TO ws-ds-tipo-tela
               WHEN "S"
                   MOVE "SAIDA POR PEDIDO"  TO ws-ds-tipo-tela
               WHEN "C"
                   MOVE "ESTORNO CANCELAMENTO" TO ws-ds-tipo-tela
               WHEN "D"
                   MOVE "DEVOLUCAO"         TO ws-ds-tipo-tela
               WHEN "A"
                   MOVE "AJUSTE SOBRA"      TO ws-ds-tipo-tela
               WHEN "F"
                   MOVE "AJUSTE FALTA"      TO ws-ds-tipo-tela
               WHEN "I"
                   MOVE "IMPLANTACAO SALDO" TO ws-ds-tipo-tela
               WHEN "T"
                   MOVE "TRANSF. ENVIADA"   TO ws-ds-tipo-tela
               WHEN "R"
                   MOVE "TRANSF. RECEBIDA"  TO ws-ds-tipo-tela
               WHEN OTHER
                   MOVE SPACES              TO ws-ds-tipo-tela
           END-EVALUATE.
           EVALUATE rw-mov-tp-documento
               WHEN "P"
                   MOVE "PEDIDO"            TO ws-ds-documento-tela
               WHEN "D"
                   MOVE "DEVOLUCAO"         TO ws-ds-documento-tela
               WHEN "I"
                   MOVE "INVENTARIO"        TO ws-ds-documento-tela
               WHEN "E"
                   MOVE "DEPOSITO"          TO ws-ds-documento-tela
               WHEN "T"
                   MOVE "TRANSF.DEPOS"      TO ws-ds-documento-tela
               WHEN OTHER
                   MOVE "CONFERENCIA"       TO ws-ds-documento-tela
           END-EVALUATE.
           DISPLAY DADOS-SECTION.
           DISPLAY PRODUTO-SECTION.
           DISPLAY MOVIMENTO-SECTION.
           DISPLAY ESCAPE-SECTION.
           ACCEPT COB-CRT-STATUS FROM ESCAPE KEY.

       LOCALIZAR-PRODUTO SECTION.
           MOVE SPACES                     TO ws-ds-produto-tela.
           MOVE ws-cd-produto-filtro       TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO ws-ds-produto-tela
               NOT INVALID KEY
                   MOVE rw-prd-ds-descricao TO ws-ds-produto-tela
           END-READ.

       LOCALIZAR-SALDO-ATUAL SECTION.
           MOVE ZEROS                      TO ws-qt-saldo-atual.
           MOVE ws-cd-produto-filtro       TO rw-est-cd-produto.
           READ arq-estoque KEY IS rw-est-cd-produto
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE rw-est-qt-saldo    TO ws-qt-saldo-atual
           END-READ.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO PRODUTO-ON-SCR-IN.
           MOVE ZEROS TO DT-INICIAL-ON-SCR-IN.
           MOVE ZEROS TO DT-FINAL-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-movimentos
           CLOSE arq-produtos
           CLOSE arq-estoque
           EXIT PROGRAM.
       END PROGRAM CONSULTA-KARDEX.
