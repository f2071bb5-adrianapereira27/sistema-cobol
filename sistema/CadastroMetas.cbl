      * Date: 22/08/2026
      * Purpose: Cadastro de Metas mensais por vendedor (visitas e
      *          valor de pedidos), usadas pelo relatorio de
      *          atingimento de metas, e da verba mensal de
      *          bonificacao do vendedor no mesmo anomes. As metas
      *          opcionais por familia de produto ficam no
      *          CADASTRO-METAS-FAMILIA (opcao 5).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-qt-visitas        PIC 9(005).
               03 rw-met-vl-pedidos        PIC 9(009)v9(002).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               07  VALUE "2 - ALTERAR"         LINE 08 COL 10.
               07  VALUE "3 - EXCLUIR"         LINE 09 COL 10.
               07  VALUE "4 - LISTAR"          LINE 10 COL 10.
               07  VALUE "5 - METAS POR FAMILIA"
                                               LINE 11 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 13 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 13 COL 30
                       PIC x(01)               TO ws-id-opcao.
               07  VALUE "Meta de pedidos:"    LINE 09 COL 05.
               07  VALOR-ON-SCR-IN             LINE 09 COL 28
                            PIC 9(09),9(02)  USING rw-met-vl-pedidos.
               07  VALUE "Verba bonificacao:"  LINE 10 COL 05.
               07  VERBA-ON-SCR-IN             LINE 10 COL 28
                            PIC 9(09),9(02)  USING
                                             rw-met-vl-verba-bonif.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 13 COL 05  USING ws-escape-key.
                   PERFORM EXCLUIR
               WHEN "4"
                   PERFORM LISTAR
               WHEN "5"
                   CALL "CADASTRO-METAS-FAMILIA"
                   CANCEL "CADASTRO-METAS-FAMILIA"
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
           DISPLAY METAS-SECTION.
           ACCEPT VISITAS-ON-SCR-IN.
           ACCEPT VALOR-ON-SCR-IN.
           ACCEPT VERBA-ON-SCR-IN.

           WRITE rw-registro.
           IF  ws-operacao-ok
                   DISPLAY METAS-SECTION
                   ACCEPT VISITAS-ON-SCR-IN
                   ACCEPT VALOR-ON-SCR-IN
                   ACCEPT VERBA-ON-SCR-IN
                   REWRITE rw-registro
                   IF  ws-operacao-ok
                       MOVE "Regravado com sucesso" TO whs-mensagem
           MOVE ZEROS TO ANOMES-ON-SCR-IN.
           MOVE ZEROS TO VISITAS-ON-SCR-IN.
           MOVE ZEROS TO VALOR-ON-SCR-IN.
           MOVE ZEROS TO VERBA-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-metas
