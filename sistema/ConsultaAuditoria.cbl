      * Purpose: Consulta da trilha de auditoria dos cadastros
      *          (clientes, vendedores e pedidos) com filtros por
      *          operador, acao, chave e faixa de datas, exibindo os
      *          registros pagina a pagina. A pedido, inclui antes de
      *          cada trilha os arquivos anuais gerados pelo
      *          ARQUIVAMENTO-TRILHAS cuja faixa de datas cruza o
      *          filtro (controle em arquivamentoTrilhas.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-acesso.

           SELECT arq-controle ASSIGN TO DISK "arquivamentoTrilhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-atr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-controle.

       DATA DIVISION.
       FILE SECTION.
           FD arq-auditoria.
           01  rw-auditoria                PIC x(200).

           FD arq-controle.
           01  rw-atr-registro.
               03 rw-atr-chave.
                  05 rw-atr-nm-trilha      PIC x(030).
                  05 rw-atr-nr-ano         PIC 9(004).
               03 rw-atr-nm-arquivo-anual  PIC x(030).
               03 rw-atr-qt-linhas         PIC 9(009).
               03 rw-atr-dt-inicial        PIC 9(008).
               03 rw-atr-dt-final          PIC 9(008).
               03 rw-atr-dt-execucao       PIC 9(008).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-eof-arquivo            VALUE "10".
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-nome-arquivo             PIC x(030) VALUE SPACES.
           01  ws-idx-arquivo              PIC 9(001) VALUE ZEROS.
           01  ws-nome-trilha              PIC x(030) VALUE SPACES.

           01  ws-filtros.
               03 ws-ft-operador           PIC x(010) VALUE SPACES.
               03 ws-ft-chave              PIC x(014) VALUE SPACES.
               03 ws-ft-dt-inicial         PIC 9(008) VALUE ZEROS.
               03 ws-ft-dt-final           PIC 9(008) VALUE ZEROS.
               03 ws-ft-incluir-anuais     PIC x(001) VALUE "N".
                  88 ws-ft-inclui-anuais       VALUE "S" "s".

           01  ws-campos-linha.
               03 ws-au-data               PIC 9(008) VALUE ZEROS.
               07  VALUE "Data final:"         LINE 11 COL 05.
               07  FILTRO-DT-FIM-SCR-IN        LINE 11 COL 28
                            PIC 9(08)        TO ws-ft-dt-final.
               07  VALUE "Arquivos anuais (S/N):" LINE 12 COL 05.
               07  FILTRO-ANUAIS-SCR-IN        LINE 12 COL 28
                            PIC x(01)        TO ws-ft-incluir-anuais.
           05  LINHA-SECTION.
               07  LINHA-AUDITORIA-OUT         LINE 05 COL 02
                            PIC x(90)        USING ws-linha-exibida.
           ACCEPT FILTRO-CHAVE-SCR-IN.
           ACCEPT FILTRO-DT-INI-SCR-IN.
           ACCEPT FILTRO-DT-FIM-SCR-IN.
           ACCEPT FILTRO-ANUAIS-SCR-IN.

           MOVE ZEROS                      TO ws-escape-key.
           PERFORM VARYING ws-idx-arquivo FROM 1 BY 1
       CONSULTAR-ARQUIVO SECTION.
           EVALUATE ws-idx-arquivo
               WHEN 1
                   MOVE "auditclientes.txt"   TO ws-nome-trilha
               WHEN 2
                   MOVE "auditvendedores.txt" TO ws-nome-trilha
               WHEN OTHER
                   MOVE "auditpedidos.txt"    TO ws-nome-trilha
           END-EVALUATE.
           IF  ws-ft-inclui-anuais
               PERFORM CONSULTAR-ARQUIVOS-ANUAIS
           END-IF.
           IF  NOT cob-scr-esc
               MOVE ws-nome-trilha         TO ws-nome-arquivo
               PERFORM LER-ARQUIVO
           END-IF.

      ******************************************************************
      * Anos arquivados da trilha, em ordem, pulando os que estao
      * inteiros fora da faixa de datas do filtro.
      ******************************************************************
       CONSULTAR-ARQUIVOS-ANUAIS SECTION.
           OPEN INPUT arq-controle.
           IF  NOT ws-controle-ok
               EXIT SECTION
           END-IF.
           MOVE ws-nome-trilha             TO rw-atr-nm-trilha.
           MOVE ZEROS                      TO rw-atr-nr-ano.
           START arq-controle KEY IS NOT LESS rw-atr-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-controle
           END-START.
           IF  ws-controle-ok
               READ arq-controle NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-controle-ok OR cob-scr-esc
                      OR rw-atr-nm-trilha NOT EQUAL ws-nome-trilha
               IF  (ws-ft-dt-inicial EQUAL ZEROS
                    OR rw-atr-dt-final NOT LESS ws-ft-dt-inicial)
               AND (ws-ft-dt-final EQUAL ZEROS
                    OR rw-atr-dt-inicial NOT GREATER ws-ft-dt-final)
                   MOVE rw-atr-nm-arquivo-anual TO ws-nome-arquivo
                   PERFORM LER-ARQUIVO
               END-IF
               IF  NOT cob-scr-esc
                   READ arq-controle NEXT RECORD
               END-IF
           END-PERFORM.
           CLOSE arq-controle.

       LER-ARQUIVO SECTION.
           OPEN INPUT arq-auditoria.
           IF  NOT ws-operacao-ok
               EXIT SECTION
