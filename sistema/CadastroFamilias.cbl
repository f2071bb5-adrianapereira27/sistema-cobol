      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Cadastro da hierarquia de familias de produtos
      *          (familias.dat). Registro com categoria zero e uma
      *          categoria (topo da hierarquia); registro com
      *          categoria informada e uma familia dentro dela. O
      *          produto aponta para a familia (ou direto para a
      *          categoria) e a familia alimenta a analise de vendas,
      *          as regras de comissao tipo F e as metas por familia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-FAMILIAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-familias ASSIGN TO DISK "familias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fam-cd-familia
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-familias.
           01  rw-registro.
               03 rw-fam-cd-familia        PIC 9(005).
               03 rw-fam-ds-familia        PIC x(040).
               03 rw-fam-cd-categoria      PIC 9(005).
               03 rw-fam-st-ativo          PIC x(001).
                  88 rw-fam-ativo              VALUE "A".
                  88 rw-fam-inativo            VALUE "I".

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

           01  ws-registro-salvo           PIC x(051) VALUE SPACES.
           01  ws-cd-categoria-digitada    PIC 9(005) VALUE ZEROS.
           01  ws-categoria-invalida-sw    PIC x(001) VALUE "N".
               88 ws-categoria-invalida        VALUE "S".

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - INCLUIR"         LINE 07 COL 10.
               07  VALUE "2 - ALTERAR"         LINE 08 COL 10.
               07  VALUE "3 - EXCLUIR"         LINE 09 COL 10.
               07  VALUE "4 - LISTAR"          LINE 10 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 11 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 13 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 13 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "FAMILIAS DE PRODUTOS" LINE 03 COL 26.
           05  FAMILIA-SECTION.
               07  VALUE "Codigo da familia:"  LINE 05 COL 05.
               07  FAMILIA-ON-SCR-IN           LINE 05 COL 28
                            PIC 9(05)        USING rw-fam-cd-familia.
           05  DESCRICAO-SECTION.
               07  VALUE "Descricao:"          LINE 06 COL 05.
               07  DESCRICAO-ON-SCR-IN         LINE 06 COL 28
                            PIC x(40)        USING rw-fam-ds-familia.
               07  VALUE "Categoria (0 = e categoria):"
                                               LINE 07 COL 05.
               07  CATEGORIA-ON-SCR-IN         LINE 07 COL 35
                            PIC 9(05)        USING rw-fam-cd-categoria.
               07  VALUE "Situacao:"           LINE 08 COL 05.
               07  SITUACAO-OUT                LINE 08 COL 28
                            PIC x(01)        USING rw-fam-st-ativo.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 10 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 12 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-familias.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-familias
               CLOSE arq-familias
               OPEN I-O arq-familias
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
           DISPLAY FAMILIA-SECTION.
           ACCEPT FAMILIA-ON-SCR-IN.

           IF  rw-fam-cd-familia EQUAL ZEROS
               MOVE "Codigo de familia invalido!" TO whs-mensagem
               EXIT SECTION
           END-IF.

           MOVE "A"                      TO rw-fam-st-ativo.
           DISPLAY DESCRICAO-SECTION.
           ACCEPT DESCRICAO-ON-SCR-IN.
           ACCEPT CATEGORIA-ON-SCR-IN.
           PERFORM VALIDAR-CATEGORIA.
           IF  ws-categoria-invalida
               EXIT SECTION
           END-IF.

           WRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Gravado com sucesso" TO whs-mensagem
           ELSE
               IF  ws-registro-existente
                   MOVE "Familia ja cadastrada" TO whs-mensagem
               ELSE
                   MOVE "Erro ao gravar dados" TO whs-mensagem
               END-IF
           END-IF.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY FAMILIA-SECTION.
           ACCEPT FAMILIA-ON-SCR-IN.

           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   MOVE "Familia nao encontrada" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           DISPLAY DESCRICAO-SECTION.
           ACCEPT DESCRICAO-ON-SCR-IN.
           ACCEPT CATEGORIA-ON-SCR-IN.
           PERFORM VALIDAR-CATEGORIA.
           IF  ws-categoria-invalida
               EXIT SECTION
           END-IF.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Regravado com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao regravar dados" TO whs-mensagem
           END-IF.

      ******************************************************************
      * A hierarquia tem dois niveis: a categoria informada tem de ser
      * uma categoria ativa (ela mesma sem categoria) e diferente do
      * proprio registro. A leitura de conferencia usa a area do
      * arquivo, por isso o registro digitado e guardado antes.
      ******************************************************************
       VALIDAR-CATEGORIA SECTION.
           MOVE "N"                        TO ws-categoria-invalida-sw.
           IF  rw-fam-cd-categoria EQUAL ZEROS
               EXIT SECTION
           END-IF.
           IF  rw-fam-cd-categoria EQUAL rw-fam-cd-familia
               MOVE "S"                    TO ws-categoria-invalida-sw
               MOVE "Familia nao pode ser a propria categoria!"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE rw-registro                TO ws-registro-salvo.
           MOVE rw-fam-cd-categoria        TO ws-cd-categoria-digitada.
           MOVE ws-cd-categoria-digitada   TO rw-fam-cd-familia.
           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   MOVE "S"                TO ws-categoria-invalida-sw
               NOT INVALID KEY
                   IF  rw-fam-inativo
                   OR  rw-fam-cd-categoria NOT EQUAL ZEROS
                       MOVE "S"            TO ws-categoria-invalida-sw
                   END-IF
           END-READ.
           MOVE ws-registro-salvo          TO rw-registro.
           IF  ws-categoria-invalida
               MOVE "Categoria nao cadastrada, inativa ou familia!"
                                           TO whs-mensagem
           END-IF.

       EXCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY FAMILIA-SECTION.
           ACCEPT FAMILIA-ON-SCR-IN.

           START arq-familias KEY IS EQUAL rw-fam-cd-familia
              INVALID KEY
                   MOVE "Familia nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-familias NEXT RECORD
                   MOVE "I"              TO rw-fam-st-ativo
                   REWRITE rw-registro
                   IF  ws-operacao-ok
                       MOVE "Excluida com sucesso" TO whs-mensagem
                   ELSE
                       MOVE "Erro ao excluir dados" TO whs-mensagem
                   END-IF
           END-START.

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-fam-cd-familia
           START arq-familias KEY IS NOT LESS rw-fam-cd-familia
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-familias NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY FAMILIA-SECTION
               DISPLAY DESCRICAO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-familias NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO FAMILIA-ON-SCR-IN.
           MOVE SPACES TO DESCRICAO-ON-SCR-IN.
           MOVE ZEROS TO CATEGORIA-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-familias
           EXIT PROGRAM.
       END PROGRAM CADASTRO-FAMILIAS.
