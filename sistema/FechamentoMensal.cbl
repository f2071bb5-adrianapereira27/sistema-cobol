      *          em vendasFechadas.dat. A reabertura e excepcional e
      *          fica registrada em auditFechamentos.txt junto com os
      *          fechamentos. O acesso e restrito ao perfil
      *          administrador pelo MAIN-MENU. No modo "B" (chamado
      *          pelo BATCH-MENSAL) fecha o FCH-NR-ANOMES sem tela e
      *          devolve o resultado em FCH-RETORNO ("00" fechado,
      *          "01" ja estava fechado, "99" erro).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-devolucoes.

       DATA DIVISION.
       FILE SECTION.
           FD arq-fechamentos.
                  88 rw-pedido-cancelado       VALUE "X".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

           FD arq-devolucoes.
           01  rw-dev-registro.
               03 rw-dev-vl-devolvido      PIC 9(009)v9(002).
               03 rw-dev-ds-motivo         PIC x(030).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.
           01  ws-idx-vendedor             PIC 9(004) VALUE ZEROS.
           01  WS-CT-VENDEDORES            PIC 9(006) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

           01  PARAMETROS-FECHAMENTO.
               05 FCH-MODO                 PIC x(001).
                  88 FCH-MODO-BATCH            VALUE "B".
               05 FCH-NR-ANOMES            PIC 9(006).
               05 FCH-RETORNO              PIC x(002).

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "Mensagem:"           LINE 15 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID
                                PARAMETROS-FECHAMENTO.
       MAIN-PROCEDURE SECTION.
           OPEN I-O arq-fechamentos.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-fechamentos
               OPEN I-O arq-vendas-fechadas
           END-IF.

           IF  FCH-MODO-BATCH
               PERFORM FECHAR-MES-BATCH
               PERFORM B-999-TERMINAR
           END-IF.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

               MOVE "Ano/mes invalido!"    TO whs-mensagem
               EXIT SECTION
           END-IF.
           PERFORM EFETIVAR-FECHAMENTO.

      ******************************************************************
      * Fechamento sem tela para o BATCH-MENSAL: mes ja fechado volta
      * "01" para o job seguir adiante no reinicio.
      ******************************************************************
       FECHAR-MES-BATCH SECTION.
           MOVE FCH-NR-ANOMES              TO ws-nr-anomes.
           MOVE SPACES                     TO whs-mensagem.
           PERFORM EFETIVAR-FECHAMENTO.
           EVALUATE TRUE
               WHEN whs-mensagem EQUAL "Mes ja fechado"
                   MOVE "01"               TO FCH-RETORNO
               WHEN ws-operacao-ok
                   MOVE "00"               TO FCH-RETORNO
               WHEN OTHER
                   MOVE "99"               TO FCH-RETORNO
           END-EVALUATE.
           DISPLAY "FECHAMENTO-MENSAL: " FUNCTION TRIM(whs-mensagem).

       EFETIVAR-FECHAMENTO SECTION.
           MOVE ws-nr-anomes               TO rw-fch-nr-anomes.
           READ arq-fechamentos KEY IS rw-fch-nr-anomes
               INVALID KEY
           END-READ.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
           MOVE ws-dt-hoje              TO WR-AU-DATA.
           MOVE PARM-OPERADOR-ID        TO WR-AU-OPERADOR.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE ws-nr-anomes            TO WR-AU-ANOMES.
           MOVE "auditFechamentos.txt"  TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
