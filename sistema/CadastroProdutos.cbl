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
           FD arq-produtos.
               03 rw-st-retornavel         PIC x(001).
                  88 rw-produto-retornavel     VALUE "S".
               03 rw-tp-vasilhame          PIC x(003).
      *        classificacao fiscal (NCM) e origem da mercadoria
      *        (tabela A do CST, 0 a 8) para o calculo do ICMS
               03 rw-cd-ncm                PIC 9(008).
               03 rw-cd-origem             PIC x(001).
      *        peso (kg) e volume (m3) por unidade vendida, para a
      *        carga dos caminhoes no planejamento das entregas
               03 rw-qt-peso               PIC 9(005)v9(003).
               03 rw-qt-volume             PIC 9(003)v9(006).
      *        familia do produto (familias.dat), base da analise de
      *        vendas, das regras de comissao e das metas por familia
               03 rw-cd-familia            PIC 9(005).

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
                  88 ws-registro-inexistente   VALUE "23".
                  88 ws-registro-existente     VALUE "22".
                  88 ws-arquivo-inexistente    VALUE "35".
               03 ws-resultado-familia     PIC x(02).
                  88 ws-familia-ok             VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-cd-consulta              PIC 9(007) VALUE ZEROS.

           01  ws-familias-abertas-sw      PIC x(001) VALUE "N".
               88 ws-familias-abertas          VALUE "S".
           01  ws-familia-invalida-sw      PIC x(001) VALUE "N".
               88 ws-familia-invalida          VALUE "S".

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "Tipo de vasilhame:"  LINE 11 COL 05.
               07  VASILHAME-ON-SCR-IN         LINE 11 COL 25
                            PIC x(03)        USING rw-tp-vasilhame.
           05  FISCAL-SECTION.
               07  VALUE "NCM:"                LINE 12 COL 05.
               07  NCM-ON-SCR-IN               LINE 12 COL 25
                            PIC 9(08)        USING rw-cd-ncm.
               07  VALUE "Origem (0 a 8):"     LINE 13 COL 05.
               07  ORIGEM-ON-SCR-IN            LINE 13 COL 25
                            PIC x(01)        USING rw-cd-origem.
           05  LOGISTICA-SECTION.
               07  VALUE "Peso unit. (kg):"    LINE 14 COL 05.
               07  PESO-ON-SCR-IN              LINE 14 COL 25
                            PIC 9(05),9(03)  USING rw-qt-peso.
               07  VALUE "Volume (m3):"        LINE 14 COL 40.
               07  VOLUME-ON-SCR-IN            LINE 14 COL 55
                            PIC 9(03),9(06)  USING rw-qt-volume.
           05  FAMILIA-SECTION.
               07  VALUE "Familia:"            LINE 13 COL 40.
               07  FAMILIA-ON-SCR-IN           LINE 13 COL 55
                            PIC 9(05)        USING rw-cd-familia.
           05  CONSULTA-PRODUTO-SECTION.
               07  VALUE "Codigo do produto:"  LINE 05 COL 05.
               07  CONSULTA-CD-ON-SCR-IN       LINE 05 COL 25
               07  VALUE "Situacao:"           LINE 11 COL 05.
               07  CONSULTA-SITUACAO-OUT       LINE 11 COL 25
                            PIC x(01)        USING rw-st-ativo.
               07  VALUE "NCM / origem:"       LINE 12 COL 05.
               07  CONSULTA-NCM-OUT            LINE 12 COL 25
                            PIC 9(08)        USING rw-cd-ncm.
               07  CONSULTA-ORIGEM-OUT         LINE 12 COL 35
                            PIC x(01)        USING rw-cd-origem.
               07  VALUE "Peso kg / vol. m3:"  LINE 13 COL 05.
               07  CONSULTA-PESO-OUT           LINE 13 COL 25
                            PIC 9(05),9(03)  USING rw-qt-peso.
               07  CONSULTA-VOLUME-OUT         LINE 13 COL 40
                            PIC 9(03),9(06)  USING rw-qt-volume.
               07  VALUE "Familia:"            LINE 14 COL 05.
               07  CONSULTA-FAMILIA-OUT        LINE 14 COL 25
                            PIC 9(05)        USING rw-cd-familia.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 15 COL 05  USING ws-escape-key.
               CLOSE arq-produtos
               OPEN I-O arq-produtos
           END-IF.
           OPEN INPUT arq-familias.
           IF  ws-familia-ok
               MOVE "S"                  TO ws-familias-abertas-sw
           END-IF.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.
               MOVE "N"                  TO rw-st-retornavel
               MOVE SPACES               TO rw-tp-vasilhame
           END-IF.
           DISPLAY FISCAL-SECTION.
           ACCEPT NCM-ON-SCR-IN.
           ACCEPT ORIGEM-ON-SCR-IN.
           IF  rw-cd-origem NOT NUMERIC
           OR  rw-cd-origem EQUAL "9"
               MOVE "0"                  TO rw-cd-origem
           END-IF.
           DISPLAY LOGISTICA-SECTION.
           ACCEPT PESO-ON-SCR-IN.
           ACCEPT VOLUME-ON-SCR-IN.
           DISPLAY FAMILIA-SECTION.
           ACCEPT FAMILIA-ON-SCR-IN.
           PERFORM VALIDAR-FAMILIA-DIGITADA.
           IF  ws-familia-invalida
               MOVE "Familia nao cadastrada ou inativa!"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.

           MOVE "A"                      TO rw-st-ativo.
           WRITE rw-registro.
               MOVE "N"                  TO rw-st-retornavel
               MOVE SPACES               TO rw-tp-vasilhame
           END-IF.
           DISPLAY FISCAL-SECTION.
           ACCEPT NCM-ON-SCR-IN.
           ACCEPT ORIGEM-ON-SCR-IN.
           IF  rw-cd-origem NOT NUMERIC
           OR  rw-cd-origem EQUAL "9"
               MOVE "0"                  TO rw-cd-origem
           END-IF.
           DISPLAY LOGISTICA-SECTION.
           ACCEPT PESO-ON-SCR-IN.
           ACCEPT VOLUME-ON-SCR-IN.
           DISPLAY FAMILIA-SECTION.
           ACCEPT FAMILIA-ON-SCR-IN.
           PERFORM VALIDAR-FAMILIA-DIGITADA.
           IF  ws-familia-invalida
               MOVE "Familia nao cadastrada ou inativa!"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.

           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Erro ao regravar dados" TO whs-mensagem
           END-IF.

      ******************************************************************
      * Familia zero deixa o produto fora da hierarquia; informada,
      * tem de existir e estar ativa em familias.dat.
      ******************************************************************
       VALIDAR-FAMILIA-DIGITADA SECTION.
           MOVE "N"                        TO ws-familia-invalida-sw.
           IF  rw-cd-familia EQUAL ZEROS
           OR  NOT ws-familias-abertas
               EXIT SECTION
           END-IF.
           MOVE rw-cd-familia              TO rw-fam-cd-familia.
           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   MOVE "S"                TO ws-familia-invalida-sw
               NOT INVALID KEY
                   IF  rw-fam-inativo
                       MOVE "S"            TO ws-familia-invalida-sw
                   END-IF
           END-READ.

       EXCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           MOVE SPACES TO UNIDADE-ON-SCR-IN.
           MOVE ZEROS TO PRECO-ON-SCR-IN.
           MOVE ZEROS TO CONSULTA-CD-ON-SCR-IN.
           MOVE ZEROS TO FAMILIA-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           IF  ws-familias-abertas
               CLOSE arq-familias
           END-IF
           CLOSE arq-produtos
           EXIT PROGRAM.
       END PROGRAM CADASTRO-PRODUTOS.
