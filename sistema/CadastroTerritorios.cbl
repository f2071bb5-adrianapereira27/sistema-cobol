      * Date: 22/08/2026
      * Purpose: Cadastro de Territorios comerciais, usado para validar
      *          o territorio digitado nos cadastros de clientes e
      *          vendedores. Cada territorio aponta o deposito que o
      *          atende (zero = deposito padrao), os dias da semana em
      *          que o caminhao atende a regiao (SEG a SEX, S/N) e o
      *          horario de corte dos pedidos (zero = parametro
      *          HORA-CORTE-PEDIDOS), usados na data prometida de
      *          entrega (CALCULO-ENTREGA-PREVISTA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               03 rw-nr-lat-max            PIC s9(003)v9(008).
               03 rw-nr-long-min           PIC s9(003)v9(008).
               03 rw-nr-long-max           PIC s9(003)v9(008).
               03 rw-cd-deposito           PIC 9(003).
               03 rw-ds-dias-entrega       PIC x(005).
               03 rw-hr-corte              PIC 9(004).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).

           01  ws-cd-consulta              PIC x(005) VALUE SPACES.

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "Longitude maxima:"   LINE 11 COL 05.
               07  LONG-MAX-ON-SCR-IN          LINE 11 COL 25
                            PIC -9(03),9(08) USING rw-nr-long-max.
           05  DEPOSITO-SECTION.
               07  VALUE "Deposito (0=padrao):" LINE 12 COL 05.
               07  DEPOSITO-ON-SCR-IN          LINE 12 COL 25
                            PIC 9(03)        USING rw-cd-deposito.
           05  ENTREGA-SECTION.
               07  VALUE "Entrega SEG-SEX:"    LINE 13 COL 05.
               07  DIAS-ENTREGA-ON-SCR-IN      LINE 13 COL 25
                            PIC x(05)        USING rw-ds-dias-entrega.
               07  VALUE "(S/N por dia, ex. SNSNS)"
                                               LINE 13 COL 32.
               07  VALUE "Corte (HHMM):"       LINE 14 COL 05.
               07  HORA-CORTE-ON-SCR-IN        LINE 14 COL 25
                            PIC 9(04)        USING rw-hr-corte.
           05  CONSULTA-TERRITORIO-SECTION.
               07  VALUE "Codigo do territorio:" LINE 05 COL 05.
               07  CONSULTA-CD-ON-SCR-IN       LINE 05 COL 28
                            PIC -9(03),9(08) USING rw-nr-long-min.
               07  CONSULTA-LONG-MAX-OUT       LINE 11 COL 42
                            PIC -9(03),9(08) USING rw-nr-long-max.
               07  VALUE "Deposito:"           LINE 12 COL 05.
               07  CONSULTA-DEPOSITO-OUT       LINE 12 COL 25
                            PIC 9(03)        USING rw-cd-deposito.
               07  VALUE "Entrega SEG-SEX:"    LINE 13 COL 05.
               07  CONSULTA-DIAS-OUT           LINE 13 COL 25
                            PIC x(05)        USING rw-ds-dias-entrega.
               07  VALUE "Corte:"              LINE 14 COL 05.
               07  CONSULTA-CORTE-OUT          LINE 14 COL 25
                            PIC 9(04)        USING rw-hr-corte.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 15 COL 05  USING ws-escape-key.
           ACCEPT LAT-MAX-ON-SCR-IN.
           ACCEPT LONG-MIN-ON-SCR-IN.
           ACCEPT LONG-MAX-ON-SCR-IN.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.
           PERFORM VALIDAR-DEPOSITO.
           IF  DEP-RETORNO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           MOVE "SSSSS"                  TO rw-ds-dias-entrega.
           DISPLAY ENTREGA-SECTION.
           ACCEPT DIAS-ENTREGA-ON-SCR-IN.
           ACCEPT HORA-CORTE-ON-SCR-IN.
           PERFORM VALIDAR-AGENDA-ENTREGA.
           IF  whs-mensagem NOT EQUAL SPACES
               EXIT SECTION
           END-IF.

           MOVE "A"                      TO rw-st-ativo.
           WRITE rw-registro.
           ACCEPT LAT-MAX-ON-SCR-IN.
           ACCEPT LONG-MIN-ON-SCR-IN.
           ACCEPT LONG-MAX-ON-SCR-IN.
           IF  rw-cd-deposito NOT NUMERIC
               MOVE ZEROS                TO rw-cd-deposito
           END-IF.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.
           PERFORM VALIDAR-DEPOSITO.
           IF  DEP-RETORNO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           IF  rw-hr-corte NOT NUMERIC
               MOVE ZEROS                TO rw-hr-corte
           END-IF.
           DISPLAY ENTREGA-SECTION.
           ACCEPT DIAS-ENTREGA-ON-SCR-IN.
           ACCEPT HORA-CORTE-ON-SCR-IN.
           PERFORM VALIDAR-AGENDA-ENTREGA.
           IF  whs-mensagem NOT EQUAL SPACES
               EXIT SECTION
           END-IF.

           REWRITE rw-registro.
           IF  ws-operacao-ok
               END-IF
           END-PERFORM.

      ******************************************************************
      * Deposito informado tem de estar ativo no cadastro de depositos;
      * zero fica com o deposito padrao.
      ******************************************************************
       VALIDAR-DEPOSITO SECTION.
           MOVE "00"                       TO DEP-RETORNO.
           IF  rw-cd-deposito EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO DEP-CD-CLIENTE.
           MOVE rw-cd-deposito             TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           IF  DEP-RETORNO NOT EQUAL "00"
               MOVE "Deposito nao cadastrado ou inativo"
                                           TO whs-mensagem
           END-IF.

      ******************************************************************
      * Um S ou N por dia de SEG a SEX; em branco conta como N. Sem
      * nenhum dia marcado a entrega vale para todo dia util.
      ******************************************************************
       VALIDAR-AGENDA-ENTREGA SECTION.
           MOVE SPACES                     TO whs-mensagem.
           MOVE FUNCTION UPPER-CASE(rw-ds-dias-entrega)
                                           TO rw-ds-dias-entrega.
           INSPECT rw-ds-dias-entrega REPLACING ALL SPACES BY "N".
           IF  rw-ds-dias-entrega(1:1) NOT EQUAL "S" AND NOT EQUAL "N"
           OR  rw-ds-dias-entrega(2:1) NOT EQUAL "S" AND NOT EQUAL "N"
           OR  rw-ds-dias-entrega(3:1) NOT EQUAL "S" AND NOT EQUAL "N"
           OR  rw-ds-dias-entrega(4:1) NOT EQUAL "S" AND NOT EQUAL "N"
           OR  rw-ds-dias-entrega(5:1) NOT EQUAL "S" AND NOT EQUAL "N"
               MOVE "Dias de entrega: informe S ou N de SEG a SEX"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-hr-corte(1:2) GREATER "23"
           OR  rw-hr-corte(3:2) GREATER "59"
               MOVE "Horario de corte invalido (HHMM)"
                                           TO whs-mensagem
           END-IF.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE SPACES TO TERRITORIO-ON-SCR-IN.
