      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Cadastro de Depositos (centros de distribuicao) com
      *          as coordenadas de onde partem os caminhoes. Cada
      *          territorio aponta para o deposito que o atende; o
      *          saldo de estoque por deposito fica em
      *          estoqueDepositos.dat, mantido pelo livro de estoque.
      *          A UF do deposito e a origem da operacao no calculo do
      *          ICMS dos itens de pedido (CALCULO-ICMS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-DEPOSITOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-depositos ASSIGN TO DISK "depositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cd-deposito
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-depositos.
           01  rw-registro.
               03 rw-cd-deposito           PIC 9(003).
               03 rw-ds-deposito           PIC x(030).
               03 rw-st-ativo              PIC x(001).
                  88 rw-deposito-ativo         VALUE "A".
                  88 rw-deposito-inativo       VALUE "I".
               03 rw-nr-latitude           PIC s9(003)v9(008).
               03 rw-nr-longitude          PIC s9(003)v9(008).
      *        UF de onde sai a mercadoria (origem do ICMS)
               03 rw-sg-uf                 PIC x(002).

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
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-cd-consulta              PIC 9(003) VALUE ZEROS.

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
               07  VALUE "CADASTRO DE DEPOSITOS" LINE 03 COL 26.
           05  DEPOSITO-SECTION.
               07  VALUE "Informe os dados do deposito: "
                                               LINE 05 COL 05.
               07  VALUE "Codigo:"             LINE 06 COL 05.
               07  DEPOSITO-ON-SCR-IN          LINE 06 COL 25
                            PIC 9(03)        USING rw-cd-deposito.
           05  DESCRICAO-SECTION.
               07  VALUE "Descricao:"          LINE 07 COL 05.
               07  DESCRICAO-ON-SCR-IN         LINE 07 COL 25
                            PIC x(30)        USING rw-ds-deposito.
           05  COORDENADAS-SECTION.
               07  VALUE "Latitude:"           LINE 08 COL 05.
               07  LATITUDE-ON-SCR-IN          LINE 08 COL 25
                            PIC -9(03),9(08) USING rw-nr-latitude.
               07  VALUE "Longitude:"          LINE 09 COL 05.
               07  LONGITUDE-ON-SCR-IN         LINE 09 COL 25
                            PIC -9(03),9(08) USING rw-nr-longitude.
           05  UF-SECTION.
               07  VALUE "UF:"                 LINE 10 COL 05.
               07  UF-ON-SCR-IN                LINE 10 COL 25
                            PIC x(02)        USING rw-sg-uf.
           05  CONSULTA-DEPOSITO-SECTION.
               07  VALUE "Codigo do deposito:" LINE 05 COL 05.
               07  CONSULTA-CD-ON-SCR-IN       LINE 05 COL 28
                            PIC 9(03)        TO ws-cd-consulta.
           05  CONSULTA-RESULTADO-SECTION.
               07  VALUE "Codigo:"             LINE 07 COL 05.
               07  CONSULTA-CD-OUT             LINE 07 COL 25
                            PIC 9(03)        USING rw-cd-deposito.
               07  VALUE "Descricao:"          LINE 08 COL 05.
               07  CONSULTA-DESCRICAO-OUT      LINE 08 COL 25
                            PIC x(30)        USING rw-ds-deposito.
               07  VALUE "Situacao:"           LINE 09 COL 05.
               07  CONSULTA-SITUACAO-OUT       LINE 09 COL 25
                            PIC x(01)        USING rw-st-ativo.
               07  VALUE "Latitude:"           LINE 10 COL 05.
               07  CONSULTA-LATITUDE-OUT       LINE 10 COL 25
                            PIC -9(03),9(08) USING rw-nr-latitude.
               07  VALUE "Longitude:"          LINE 11 COL 05.
               07  CONSULTA-LONGITUDE-OUT      LINE 11 COL 25
                            PIC -9(03),9(08) USING rw-nr-longitude.
               07  VALUE "UF:"                 LINE 12 COL 05.
               07  CONSULTA-UF-OUT             LINE 12 COL 25
                            PIC x(02)        USING rw-sg-uf.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 15 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 17 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-depositos.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-depositos
               CLOSE arq-depositos
               OPEN I-O arq-depositos
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
           END-IF.

       INCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           INITIALIZE rw-registro.
           DISPLAY DADOS-SECTION.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.

           IF  rw-cd-deposito EQUAL ZEROS
               MOVE "Codigo de deposito invalido!" TO whs-mensagem
               EXIT SECTION
           END-IF.

           DISPLAY DESCRICAO-SECTION.
           ACCEPT DESCRICAO-ON-SCR-IN.
           DISPLAY COORDENADAS-SECTION.
           ACCEPT LATITUDE-ON-SCR-IN.
           ACCEPT LONGITUDE-ON-SCR-IN.
           DISPLAY UF-SECTION.
           ACCEPT UF-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-sg-uf) TO rw-sg-uf.

           MOVE "A"                      TO rw-st-ativo.
           WRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Gravado com sucesso" TO whs-mensagem
           ELSE
               IF  ws-registro-existente
                   MOVE "Deposito ja cadastrado" TO whs-mensagem
               ELSE
                   MOVE "Erro ao gravar dados" TO whs-mensagem
               END-IF
           END-IF.
           DISPLAY ESCAPE-SECTION.
           ACCEPT COB-CRT-STATUS FROM ESCAPE KEY.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.

           START arq-depositos KEY IS EQUAL rw-cd-deposito
              INVALID KEY
                   MOVE "Deposito nao encontrado" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-depositos NEXT RECORD
                   PERFORM REGRAVA-DADOS
           END-START.

       REGRAVA-DADOS SECTION.
           DISPLAY DESCRICAO-SECTION.
           ACCEPT DESCRICAO-ON-SCR-IN.
           DISPLAY COORDENADAS-SECTION.
           ACCEPT LATITUDE-ON-SCR-IN.
           ACCEPT LONGITUDE-ON-SCR-IN.
           DISPLAY UF-SECTION.
           ACCEPT UF-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-sg-uf) TO rw-sg-uf.

           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Regravado com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao regravar dados" TO whs-mensagem
           END-IF.

       EXCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.

           START arq-depositos KEY IS EQUAL rw-cd-deposito
              INVALID KEY
                   MOVE "Deposito nao encontrado" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-depositos NEXT RECORD
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
           DISPLAY CONSULTA-DEPOSITO-SECTION.
           ACCEPT CONSULTA-CD-ON-SCR-IN.

           MOVE ws-cd-consulta             TO rw-cd-deposito
           START arq-depositos KEY IS EQUAL rw-cd-deposito
              INVALID KEY
                   MOVE "Codigo nao encontrado" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-depositos NEXT RECORD
                   DISPLAY DADOS-SECTION
                   DISPLAY CONSULTA-RESULTADO-SECTION
                   DISPLAY ESCAPE-SECTION
                   ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
           END-START.

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-cd-deposito
           START arq-depositos KEY IS NOT LESS rw-cd-deposito
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-depositos NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY CONSULTA-RESULTADO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-depositos NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO DEPOSITO-ON-SCR-IN.
           MOVE SPACES TO DESCRICAO-ON-SCR-IN.
           MOVE ZEROS TO CONSULTA-CD-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-depositos
           EXIT PROGRAM.
       END PROGRAM CADASTRO-DEPOSITOS.
