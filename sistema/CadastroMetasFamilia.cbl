      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Cadastro opcional de metas mensais de valor por
      *          vendedor e familia (ou categoria) de produto,
      *          acompanhadas pelo relatorio de atingimento de metas.
      *          A familia deve existir em familias.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-METAS-FAMILIA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-metas-familia ASSIGN TO DISK "metasFamilia.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mtf-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-familias ASSIGN TO DISK "familias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fam-cd-familia
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-familia.

       DATA DIVISION.
       FILE SECTION.
           FD arq-metas-familia.
           01  rw-registro.
               03 rw-mtf-chave.
                  05 rw-mtf-cd-vendedor    PIC 9(003).
                  05 rw-mtf-nr-anomes      PIC 9(006).
                  05 rw-mtf-cd-familia     PIC 9(005).
               03 rw-mtf-vl-meta           PIC 9(009)v9(002).

           FD arq-familias.
           01  rw-fam-registro.
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
               03 ws-resultado-familia     PIC x(02).
                  88 ws-familia-ok             VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.
               03 ws-familias-abertas-sw   PIC x(001) VALUE "N".
                  88 ws-familias-abertas       VALUE "S".

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
               07  VALUE "METAS POR FAMILIA"   LINE 03 COL 27.
           05  CHAVE-SECTION.
               07  VALUE "Informe os dados da meta: "
                                               LINE 05 COL 05.
               07  VALUE "Codigo do vendedor:" LINE 06 COL 05.
               07  VENDEDOR-ON-SCR-IN          LINE 06 COL 28
                            PIC 9(03)        USING rw-mtf-cd-vendedor.
               07  VALUE "Ano/mes (AAAAMM):"   LINE 07 COL 05.
               07  ANOMES-ON-SCR-IN            LINE 07 COL 28
                            PIC 9(06)        USING rw-mtf-nr-anomes.
               07  VALUE "Familia/categoria:"  LINE 08 COL 05.
               07  FAMILIA-ON-SCR-IN           LINE 08 COL 28
                            PIC 9(05)        USING rw-mtf-cd-familia.
           05  METAS-SECTION.
               07  VALUE "Meta de valor:"      LINE 09 COL 05.
               07  VALOR-ON-SCR-IN             LINE 09 COL 28
                            PIC 9(09),9(02)  USING rw-mtf-vl-meta.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 13 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 15 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-metas-familia.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-metas-familia
               CLOSE arq-metas-familia
               OPEN I-O arq-metas-familia
           END-IF.
           OPEN INPUT arq-familias.
           IF  ws-familia-ok
               MOVE "S"                    TO ws-familias-abertas-sw
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
           DISPLAY CHAVE-SECTION.
           ACCEPT VENDEDOR-ON-SCR-IN.
           ACCEPT ANOMES-ON-SCR-IN.
           ACCEPT FAMILIA-ON-SCR-IN.

           IF  rw-mtf-cd-vendedor EQUAL ZEROS
           OR  rw-mtf-nr-anomes EQUAL ZEROS
           OR  rw-mtf-cd-familia EQUAL ZEROS
               MOVE "Vendedor, ano/mes e familia sao obrigatorios!"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.
           PERFORM VALIDAR-FAMILIA.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.

           DISPLAY METAS-SECTION.
           ACCEPT VALOR-ON-SCR-IN.

           WRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Gravado com sucesso" TO whs-mensagem
           ELSE
               IF  ws-registro-existente
                   MOVE "Meta ja cadastrada para o periodo"
                                         TO whs-mensagem
               ELSE
                   MOVE "Erro ao gravar dados" TO whs-mensagem
               END-IF
           END-IF.

      ******************************************************************
      * A meta pode ser de uma familia ou de uma categoria (registro
      * de familias.dat com categoria zero); inativas nao aceitam meta
      * nova.
      ******************************************************************
       VALIDAR-FAMILIA SECTION.
           MOVE SPACES                     TO whs-mensagem.
           IF  NOT ws-familias-abertas
               MOVE "Cadastro de familias indisponivel!"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE rw-mtf-cd-familia          TO rw-fam-cd-familia.
           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   MOVE "Familia nao cadastrada!" TO whs-mensagem
               NOT INVALID KEY
                   IF  rw-fam-inativo
                       MOVE "Familia inativa!" TO whs-mensagem
                   END-IF
           END-READ.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CHAVE-SECTION.
           ACCEPT VENDEDOR-ON-SCR-IN.
           ACCEPT ANOMES-ON-SCR-IN.
           ACCEPT FAMILIA-ON-SCR-IN.

           START arq-metas-familia KEY IS EQUAL rw-mtf-chave
              INVALID KEY
                   MOVE "Meta nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-metas-familia NEXT RECORD
                   DISPLAY METAS-SECTION
                   ACCEPT VALOR-ON-SCR-IN
                   REWRITE rw-registro
                   IF  ws-operacao-ok
                       MOVE "Regravado com sucesso" TO whs-mensagem
                   ELSE
                       MOVE "Erro ao regravar dados" TO whs-mensagem
                   END-IF
           END-START.

       EXCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CHAVE-SECTION.
           ACCEPT VENDEDOR-ON-SCR-IN.
           ACCEPT ANOMES-ON-SCR-IN.
           ACCEPT FAMILIA-ON-SCR-IN.

           START arq-metas-familia KEY IS EQUAL rw-mtf-chave
              INVALID KEY
                   MOVE "Meta nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-metas-familia NEXT RECORD
                   DELETE arq-metas-familia RECORD
                   IF  ws-operacao-ok
                       MOVE "Excluida com sucesso" TO whs-mensagem
                   ELSE
                       MOVE "Erro ao excluir meta" TO whs-mensagem
                   END-IF
           END-START.

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-mtf-cd-vendedor
           MOVE ZEROS                      TO rw-mtf-nr-anomes
           MOVE ZEROS                      TO rw-mtf-cd-familia
           START arq-metas-familia KEY IS NOT LESS rw-mtf-chave
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-metas-familia NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY CHAVE-SECTION
               DISPLAY METAS-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-metas-familia NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO VENDEDOR-ON-SCR-IN.
           MOVE ZEROS TO ANOMES-ON-SCR-IN.
           MOVE ZEROS TO FAMILIA-ON-SCR-IN.
           MOVE ZEROS TO VALOR-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-metas-familia.
           IF  ws-familias-abertas
               CLOSE arq-familias
           END-IF.
           EXIT PROGRAM.
       END PROGRAM CADASTRO-METAS-FAMILIA.
