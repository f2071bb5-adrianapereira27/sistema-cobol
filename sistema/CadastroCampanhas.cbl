      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Cadastro de Campanhas promocionais do trade marketing.
      *          Cada campanha vale para um produto (0 = todos), um
      *          canal e um territorio (em branco = todos) dentro da
      *          vigencia, e e de um de dois tipos: "D" = desconto
      *          percentual a partir de uma quantidade minima no item
      *          ou "L" = leve X pague Y. A aplicacao no pedido e
      *          automatica (LOCALIZAR-CAMPANHA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CAMPANHAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-campanhas ASSIGN TO DISK "campanhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cd-campanha
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

       DATA DIVISION.
       FILE SECTION.
           FD arq-campanhas.
           01  rw-registro.
               03 rw-cd-campanha           PIC 9(005).
               03 rw-ds-campanha           PIC x(030).
               03 rw-st-ativo              PIC x(001).
                  88 rw-campanha-ativa         VALUE "A".
                  88 rw-campanha-inativa       VALUE "I".
               03 rw-cd-produto            PIC 9(007).
               03 rw-cd-canal              PIC x(003).
               03 rw-cd-territorio         PIC x(005).
               03 rw-dt-inicio             PIC 9(008).
               03 rw-dt-fim                PIC 9(008).
               03 rw-tp-campanha           PIC x(001).
                  88 rw-campanha-desconto      VALUE "D".
                  88 rw-campanha-leve-pague    VALUE "L".
                  88 rw-tp-campanha-valido     VALUE "D", "L".
               03 rw-qt-minima             PIC 9(005).
               03 rw-pc-desconto           PIC 9(002)v9(002).
               03 rw-qt-leve               PIC 9(005).
               03 rw-qt-pague              PIC 9(005).

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

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-acesso-invalido        VALUE "47", "48", "49".
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-eof-arquivo            VALUE "10".
                  88 ws-registro-inexistente   VALUE "23".
                  88 ws-registro-existente     VALUE "22".
                  88 ws-arquivo-inexistente    VALUE "35".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-cd-consulta              PIC 9(005) VALUE ZEROS.
           01  ws-produtos-abertos-sw      PIC x(001) VALUE "N".
               88 ws-produtos-abertos          VALUE "S".

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - INCLUIR"         LINE 07 COL 10.
               07  VALUE "2 - ALTERAR"         LINE 08 COL 10.
               07  VALUE "3 - EXCLUIR"         LINE 09 COL 10.
               07  VALUE "4 - CONSULTAR"       LINE 10 COL 10.
               07  VALUE "5 - LISTAR"          LINE 11 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 14 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 14 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "CADASTRO DE CAMPANHAS" LINE 03 COL 26.
           05  CAMPANHA-SECTION.
               07  VALUE "Informe os dados da campanha: "
                                               LINE 05 COL 05.
               07  VALUE "Codigo:"             LINE 06 COL 05.
               07  CAMPANHA-ON-SCR-IN          LINE 06 COL 30
                            PIC 9(05)        USING rw-cd-campanha.
           05  DESCRICAO-SECTION.
               07  VALUE "Descricao:"          LINE 07 COL 05.
               07  DESCRICAO-ON-SCR-IN         LINE 07 COL 30
                            PIC x(30)        USING rw-ds-campanha.
           05  ABRANGENCIA-SECTION.
               07  VALUE "Produto (0=todos):"  LINE 08 COL 05.
               07  PRODUTO-ON-SCR-IN           LINE 08 COL 30
                            PIC 9(07)        USING rw-cd-produto.
               07  VALUE "Canal (branco=todos):"
                                               LINE 09 COL 05.
               07  CANAL-ON-SCR-IN             LINE 09 COL 30
                            PIC x(03)        USING rw-cd-canal.
               07  VALUE "Territorio (branco=todos):"
                                               LINE 10 COL 05.
               07  TERRITORIO-ON-SCR-IN        LINE 10 COL 33
                            PIC x(05)        USING rw-cd-territorio.
           05  VIGENCIA-SECTION.
               07  VALUE "Inicio (AAAAMMDD):"  LINE 11 COL 05.
               07  INICIO-ON-SCR-IN            LINE 11 COL 30
                            PIC 9(08)        USING rw-dt-inicio.
               07  VALUE "Fim (AAAAMMDD):"     LINE 12 COL 05.
               07  FIM-ON-SCR-IN               LINE 12 COL 30
                            PIC 9(08)        USING rw-dt-fim.
           05  TIPO-SECTION.
               07  VALUE "Tipo (D=desc. L=leve/pague):"
                                               LINE 13 COL 05.
               07  TIPO-ON-SCR-IN              LINE 13 COL 35
                            PIC x(01)        USING rw-tp-campanha.
           05  DESCONTO-SECTION.
               07  VALUE "Qtde minima:"        LINE 14 COL 05.
               07  MINIMA-ON-SCR-IN            LINE 14 COL 30
                            PIC 9(05)        USING rw-qt-minima.
               07  VALUE "% desconto:"         LINE 14 COL 40.
               07  PERCENTUAL-ON-SCR-IN        LINE 14 COL 55
                            PIC 9(02),9(02)  USING rw-pc-desconto.
           05  LEVE-PAGUE-SECTION.
               07  VALUE "Leve (qtde):"        LINE 14 COL 05.
               07  LEVE-ON-SCR-IN              LINE 14 COL 30
                            PIC 9(05)        USING rw-qt-leve.
               07  VALUE "Pague (qtde):"       LINE 14 COL 40.
               07  PAGUE-ON-SCR-IN             LINE 14 COL 55
                            PIC 9(05)        USING rw-qt-pague.
           05  CONSULTA-CAMPANHA-SECTION.
               07  VALUE "Codigo da campanha:" LINE 05 COL 05.
               07  CONSULTA-CD-ON-SCR-IN       LINE 05 COL 28
                            PIC 9(05)        TO ws-cd-consulta.
           05  CONSULTA-RESULTADO-SECTION.
               07  VALUE "Codigo:"             LINE 07 COL 05.
               07  CONSULTA-CD-OUT             LINE 07 COL 25
                            PIC 9(05)        USING rw-cd-campanha.
               07  VALUE "Descricao:"          LINE 08 COL 05.
               07  CONSULTA-DESCRICAO-OUT      LINE 08 COL 25
                            PIC x(30)        USING rw-ds-campanha.
               07  VALUE "Situacao:"           LINE 09 COL 05.
               07  CONSULTA-SITUACAO-OUT       LINE 09 COL 25
                            PIC x(01)        USING rw-st-ativo.
               07  VALUE "Produto:"            LINE 10 COL 05.
               07  CONSULTA-PRODUTO-OUT        LINE 10 COL 25
                            PIC 9(07)        USING rw-cd-produto.
               07  VALUE "Canal:"              LINE 11 COL 05.
               07  CONSULTA-CANAL-OUT          LINE 11 COL 25
                            PIC x(03)        USING rw-cd-canal.
               07  VALUE "Territorio:"         LINE 11 COL 35.
               07  CONSULTA-TERRITORIO-OUT     LINE 11 COL 48
                            PIC x(05)        USING rw-cd-territorio.
               07  VALUE "Vigencia:"           LINE 12 COL 05.
               07  CONSULTA-INICIO-OUT         LINE 12 COL 25
                            PIC 9(08)        USING rw-dt-inicio.
               07  VALUE "a"                   LINE 12 COL 35.
               07  CONSULTA-FIM-OUT            LINE 12 COL 38
                            PIC 9(08)        USING rw-dt-fim.
               07  VALUE "Tipo:"               LINE 13 COL 05.
               07  CONSULTA-TIPO-OUT           LINE 13 COL 25
                            PIC x(01)        USING rw-tp-campanha.
               07  VALUE "Qtde minima:"        LINE 14 COL 05.
               07  CONSULTA-MINIMA-OUT         LINE 14 COL 25
                            PIC 9(05)        USING rw-qt-minima.
               07  VALUE "% desconto:"         LINE 14 COL 35.
               07  CONSULTA-PERCENTUAL-OUT     LINE 14 COL 48
                            PIC 9(02),9(02)  USING rw-pc-desconto.
               07  VALUE "Leve:"               LINE 15 COL 05.
               07  CONSULTA-LEVE-OUT           LINE 15 COL 25
                            PIC 9(05)        USING rw-qt-leve.
               07  VALUE "Pague:"              LINE 15 COL 35.
               07  CONSULTA-PAGUE-OUT          LINE 15 COL 48
                            PIC 9(05)        USING rw-qt-pague.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 17 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 19 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-campanhas.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-campanhas
               CLOSE arq-campanhas
               OPEN I-O arq-campanhas
           END-IF.
           OPEN INPUT arq-produtos.
           IF  ws-produtos-ok
               MOVE "S"                  TO ws-produtos-abertos-sw
           END-IF.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           EVALUATE ws-id-opcao
               WHEN "1"
                   PERFORM INCLUIR
               WHEN "2"
                   PERFORM ALTERAR
               WHEN "3"
                   PERFORM EXCLUIR
               WHEN "4"
                   PERFORM CONSULTAR
               WHEN "5"
                   PERFORM LISTAR
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
                   MOVE "Opcao Invalida!" TO whs-mensagem
           END-EVALUATE.
           PERFORM LIMPA-CAMPOS-TELA.
           IF  whs-mensagem NOT EQUAL SPACES
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
               MOVE SPACES               TO whs-mensagem
           END-IF.

       INCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           INITIALIZE rw-registro.
           DISPLAY DADOS-SECTION.
           DISPLAY CAMPANHA-SECTION.
           ACCEPT CAMPANHA-ON-SCR-IN.

           IF  rw-cd-campanha EQUAL ZEROS
               MOVE "Codigo de campanha invalido!" TO whs-mensagem
               EXIT SECTION
           END-IF.

           PERFORM ACEITAR-DADOS-CAMPANHA.
           PERFORM VALIDAR-CAMPANHA.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.

           MOVE "A"                      TO rw-st-ativo.
           WRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Gravado com sucesso" TO whs-mensagem
           ELSE
               IF  ws-registro-existente
                   MOVE "Campanha ja cadastrada" TO whs-mensagem
               ELSE
                   MOVE "Erro ao gravar dados" TO whs-mensagem
               END-IF
           END-IF.
           DISPLAY ESCAPE-SECTION.
           ACCEPT COB-CRT-STATUS FROM ESCAPE KEY.

       ACEITAR-DADOS-CAMPANHA SECTION.
           DISPLAY DESCRICAO-SECTION.
           ACCEPT DESCRICAO-ON-SCR-IN.
           DISPLAY ABRANGENCIA-SECTION.
           ACCEPT PRODUTO-ON-SCR-IN.
           ACCEPT CANAL-ON-SCR-IN.
           ACCEPT TERRITORIO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-cd-canal) TO rw-cd-canal.
           MOVE FUNCTION UPPER-CASE(rw-cd-territorio)
                                         TO rw-cd-territorio.
           DISPLAY VIGENCIA-SECTION.
           ACCEPT INICIO-ON-SCR-IN.
           ACCEPT FIM-ON-SCR-IN.
           DISPLAY TIPO-SECTION.
           ACCEPT TIPO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-tp-campanha) TO rw-tp-campanha.
           IF  rw-campanha-desconto
               MOVE ZEROS                TO rw-qt-leve
               MOVE ZEROS                TO rw-qt-pague
               DISPLAY DESCONTO-SECTION
               ACCEPT MINIMA-ON-SCR-IN
               ACCEPT PERCENTUAL-ON-SCR-IN
           END-IF.
           IF  rw-campanha-leve-pague
               MOVE ZEROS                TO rw-qt-minima
               MOVE ZEROS                TO rw-pc-desconto
               DISPLAY LEVE-PAGUE-SECTION
               ACCEPT LEVE-ON-SCR-IN
               ACCEPT PAGUE-ON-SCR-IN
           END-IF.

      ******************************************************************
      * Vigencia coerente, produto (quando informado) cadastrado e
      * ativo, e regra do tipo completa: desconto entre 0 e 100% ou
      * leve maior que pague.
      ******************************************************************
       VALIDAR-CAMPANHA SECTION.
           MOVE SPACES                   TO whs-mensagem.
           IF  rw-dt-inicio EQUAL ZEROS
           OR  rw-dt-fim LESS rw-dt-inicio
               MOVE "Vigencia invalida" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  NOT rw-tp-campanha-valido
               MOVE "Tipo de campanha invalido (D ou L)"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-campanha-desconto
           AND (rw-pc-desconto EQUAL ZEROS
            OR  rw-pc-desconto NOT LESS 100)
               MOVE "Percentual de desconto invalido" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-campanha-leve-pague
           AND (rw-qt-pague EQUAL ZEROS
            OR  rw-qt-leve NOT GREATER rw-qt-pague)
               MOVE "Leve deve ser maior que pague" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-cd-produto EQUAL ZEROS
           OR  NOT ws-produtos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-cd-produto            TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   MOVE "Produto nao cadastrado" TO whs-mensagem
               NOT INVALID KEY
                   IF  rw-prd-inativo
                       MOVE "Produto inativo" TO whs-mensagem
                   END-IF
           END-READ.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CAMPANHA-SECTION.
           ACCEPT CAMPANHA-ON-SCR-IN.

           START arq-campanhas KEY IS EQUAL rw-cd-campanha
              INVALID KEY
                   MOVE "Campanha nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-campanhas NEXT RECORD
                   PERFORM REGRAVA-DADOS
           END-START.

       REGRAVA-DADOS SECTION.
           PERFORM ACEITAR-DADOS-CAMPANHA.
           PERFORM VALIDAR-CAMPANHA.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.

           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Regravado com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao regravar dados" TO whs-mensagem
           END-IF.

       EXCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CAMPANHA-SECTION.
           ACCEPT CAMPANHA-ON-SCR-IN.

           START arq-campanhas KEY IS EQUAL rw-cd-campanha
              INVALID KEY
                   MOVE "Campanha nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-campanhas NEXT RECORD
                   PERFORM EXCLUI-DADOS
           END-START.

       EXCLUI-DADOS SECTION.
           MOVE "I"                      TO rw-st-ativo.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Excluido com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao excluir dados" TO whs-mensagem
           END-IF.

       CONSULTAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CONSULTA-CAMPANHA-SECTION.
           ACCEPT CONSULTA-CD-ON-SCR-IN.

           MOVE ws-cd-consulta             TO rw-cd-campanha
           START arq-campanhas KEY IS EQUAL rw-cd-campanha
              INVALID KEY
                   MOVE "Codigo nao encontrado" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-campanhas NEXT RECORD
                   DISPLAY DADOS-SECTION
                   DISPLAY CONSULTA-RESULTADO-SECTION
                   DISPLAY ESCAPE-SECTION
                   ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
           END-START.

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-cd-campanha
           START arq-campanhas KEY IS NOT LESS rw-cd-campanha
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-campanhas NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY CONSULTA-RESULTADO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-campanhas NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO CAMPANHA-ON-SCR-IN.
           MOVE SPACES TO DESCRICAO-ON-SCR-IN.
           MOVE ZEROS TO CONSULTA-CD-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-campanhas
           IF  ws-produtos-abertos
               CLOSE arq-produtos
           END-IF.
           EXIT PROGRAM.
       END PROGRAM CADASTRO-CAMPANHAS.
