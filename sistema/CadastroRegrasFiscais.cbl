      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Cadastro das regras de tributacao do ICMS por UF de
      *          origem (UF do deposito), UF de destino (UF do
      *          cliente) e NCM do produto; NCM 0 vale para todos os
      *          produtos sem regra propria no par de UFs. A regra da
      *          a aliquota do ICMS da operacao e, para os produtos
      *          sujeitos a substituicao tributaria, a MVA e a aliquota
      *          interna do destino (MVA 0 = sem ICMS-ST). O calculo
      *          por item de pedido fica no CALCULO-ICMS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-REGRAS-FISCAIS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-regras ASSIGN TO DISK "regrasFiscais.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-rgf-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-regras.
           01  rw-registro.
               03 rw-rgf-chave.
                  05 rw-rgf-sg-uf-origem   PIC x(002).
                  05 rw-rgf-sg-uf-destino  PIC x(002).
                  05 rw-rgf-cd-ncm         PIC 9(008).
               03 rw-rgf-pc-icms           PIC 9(002)v9(002).
               03 rw-rgf-pc-mva            PIC 9(003)v9(002).
               03 rw-rgf-pc-icms-st        PIC 9(002)v9(002).

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
               07  VALUE "REGRAS FISCAIS - ICMS E ICMS-ST"
                                               LINE 03 COL 22.
           05  CHAVE-SECTION.
               07  VALUE "Informe os dados da regra: "
                                               LINE 05 COL 05.
               07  VALUE "UF de origem:"       LINE 06 COL 05.
               07  UF-ORIGEM-ON-SCR-IN         LINE 06 COL 32
                            PIC x(02)        USING rw-rgf-sg-uf-origem.
               07  VALUE "UF de destino:"      LINE 07 COL 05.
               07  UF-DESTINO-ON-SCR-IN        LINE 07 COL 32
                            PIC x(02)        USING rw-rgf-sg-uf-destino.
               07  VALUE "NCM (0 = todos):"    LINE 08 COL 05.
               07  NCM-ON-SCR-IN               LINE 08 COL 32
                            PIC 9(08)        USING rw-rgf-cd-ncm.
           05  VALORES-SECTION.
               07  VALUE "Aliquota ICMS (%):"  LINE 09 COL 05.
               07  PC-ICMS-ON-SCR-IN           LINE 09 COL 32
                            PIC 9(02),9(02)  USING rw-rgf-pc-icms.
               07  VALUE "MVA ST (%, 0 = sem ST):"
                                               LINE 10 COL 05.
               07  PC-MVA-ON-SCR-IN            LINE 10 COL 32
                            PIC 9(03),9(02)  USING rw-rgf-pc-mva.
               07  VALUE "Aliquota interna ST (%):"
                                               LINE 11 COL 05.
               07  PC-ICMS-ST-ON-SCR-IN        LINE 11 COL 32
                            PIC 9(02),9(02)  USING rw-rgf-pc-icms-st.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 14 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 16 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-regras.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-regras
               CLOSE arq-regras
               OPEN I-O arq-regras
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
           ACCEPT UF-ORIGEM-ON-SCR-IN.
           ACCEPT UF-DESTINO-ON-SCR-IN.
           ACCEPT NCM-ON-SCR-IN.
           PERFORM AJUSTAR-CHAVE-DIGITADA.

           IF  rw-rgf-sg-uf-origem EQUAL SPACES
           OR  rw-rgf-sg-uf-destino EQUAL SPACES
               MOVE "UF de origem e de destino sao obrigatorias!"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.

           DISPLAY VALORES-SECTION.
           ACCEPT PC-ICMS-ON-SCR-IN.
           ACCEPT PC-MVA-ON-SCR-IN.
           ACCEPT PC-ICMS-ST-ON-SCR-IN.

           IF  rw-rgf-pc-mva GREATER ZEROS
           AND rw-rgf-pc-icms-st EQUAL ZEROS
               MOVE "Regra com MVA exige a aliquota interna do ST!"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.

           WRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Gravado com sucesso" TO whs-mensagem
           ELSE
               IF  ws-registro-existente
                   MOVE "Regra ja cadastrada para a chave"
                                         TO whs-mensagem
               ELSE
                   MOVE "Erro ao gravar dados" TO whs-mensagem
               END-IF
           END-IF.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CHAVE-SECTION.
           ACCEPT UF-ORIGEM-ON-SCR-IN.
           ACCEPT UF-DESTINO-ON-SCR-IN.
           ACCEPT NCM-ON-SCR-IN.
           PERFORM AJUSTAR-CHAVE-DIGITADA.

           START arq-regras KEY IS EQUAL rw-rgf-chave
              INVALID KEY
                   MOVE "Regra nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-regras NEXT RECORD
                   DISPLAY VALORES-SECTION
                   ACCEPT PC-ICMS-ON-SCR-IN
                   ACCEPT PC-MVA-ON-SCR-IN
                   ACCEPT PC-ICMS-ST-ON-SCR-IN
                   PERFORM REGRAVA-DADOS
           END-START.

       REGRAVA-DADOS SECTION.
           IF  rw-rgf-pc-mva GREATER ZEROS
           AND rw-rgf-pc-icms-st EQUAL ZEROS
               MOVE "Regra com MVA exige a aliquota interna do ST!"
                                         TO whs-mensagem
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
           DISPLAY CHAVE-SECTION.
           ACCEPT UF-ORIGEM-ON-SCR-IN.
           ACCEPT UF-DESTINO-ON-SCR-IN.
           ACCEPT NCM-ON-SCR-IN.
           PERFORM AJUSTAR-CHAVE-DIGITADA.

           START arq-regras KEY IS EQUAL rw-rgf-chave
              INVALID KEY
                   MOVE "Regra nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-regras NEXT RECORD
                   DELETE arq-regras RECORD
                   IF  ws-operacao-ok
                       MOVE "Excluido com sucesso" TO whs-mensagem
                   ELSE
                       MOVE "Erro ao excluir dados" TO whs-mensagem
                   END-IF
           END-START.

       AJUSTAR-CHAVE-DIGITADA SECTION.
           MOVE FUNCTION UPPER-CASE(rw-rgf-sg-uf-origem)
                                         TO rw-rgf-sg-uf-origem.
           MOVE FUNCTION UPPER-CASE(rw-rgf-sg-uf-destino)
                                         TO rw-rgf-sg-uf-destino.

       LISTAR SECTION.
           MOVE LOW-VALUES                 TO rw-rgf-chave
           START arq-regras KEY IS NOT LESS rw-rgf-chave
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-regras NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY CHAVE-SECTION
               DISPLAY VALORES-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-regras NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE SPACES TO UF-ORIGEM-ON-SCR-IN.
           MOVE SPACES TO UF-DESTINO-ON-SCR-IN.
           MOVE ZEROS TO NCM-ON-SCR-IN.
           MOVE ZEROS TO PC-ICMS-ON-SCR-IN.
           MOVE ZEROS TO PC-MVA-ON-SCR-IN.
           MOVE ZEROS TO PC-ICMS-ST-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-regras
           EXIT PROGRAM.
       END PROGRAM CADASTRO-REGRAS-FISCAIS.
