      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Conferencia noturna das trilhas de auditoria
      *          (auditclientes.txt, auditvendedores.txt,
      *          auditpedidos.txt e auditFechamentos.txt), incluindo
      *          antes de cada trilha os arquivos anuais do
      *          ARQUIVAMENTO-TRILHAS. Cada linha gravada pelo
      *          REGISTRAR-AUDITORIA tem sequencia e selo encadeado ao
      *          da linha anterior; o relatorio
      *          (relatVerificacaoAuditoria.txt) lista:
      *            SEQUENCIA  salto ou repeticao na numeracao
      *            CADEIA     selo que nao confere (linha alterada)
      *            ORDEM      data/hora anterior a da linha anterior
      *            SEM SELO   linha sem selo depois do inicio da cadeia
      *            FINAL      ultima sequencia diferente da registrada
      *                       em auditoriaCadeia.dat (linhas retiradas
      *                       do fim)
      *            ANONIMIZ.  selo que nao confere em linha mascarada
      *                       pela LGPD (TRATAMENTO-LGPD), listada a
      *                       parte e fora do total de ocorrencias
      *          Linhas sem selo antes do inicio da cadeia sao do
      *          layout antigo e so entram na contagem. O resultado do
      *          dia fica em verificacaoAuditoria.dat para o
      *          RESUMO-DIARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICACAO-AUDITORIA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-auditoria ASSIGN TO ws-nome-arquivo
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-auditoria.

           SELECT arq-cadeia ASSIGN TO DISK "auditoriaCadeia.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cad-nm-arquivo
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-cadeia.

           SELECT arq-controle ASSIGN TO DISK "arquivamentoTrilhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-atr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-controle.

           SELECT arq-resultado ASSIGN TO "verificacaoAuditoria.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-saida.

           SELECT relat-verificacao
                  ASSIGN TO "relatVerificacaoAuditoria.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-auditoria.
           01  rw-auditoria.
               03 rw-au-conteudo           PIC x(120).
               03 rw-au-rotulo-seq         PIC x(004).
               03 rw-au-nr-sequencia       PIC x(009).
               03 rw-au-rotulo-hash        PIC x(006).
               03 rw-au-ds-hash            PIC x(024).
               03 FILLER                   PIC x(037).

           FD arq-cadeia.
           01  rw-cad-registro.
               03 rw-cad-nm-arquivo        PIC x(030).
               03 rw-cad-nr-sequencia      PIC 9(009).
               03 rw-cad-ds-hash           PIC x(024).
               03 rw-cad-dt-ultima         PIC 9(008).
               03 rw-cad-hr-ultima         PIC 9(006).

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

           FD arq-resultado.
           01  rw-resultado.
               03 rw-rv-dt-verificacao     PIC 9(008).
               03 rw-rv-qt-linhas          PIC 9(009).
               03 rw-rv-qt-ocorrencias     PIC 9(006).
               03 rw-rv-qt-anonimizadas    PIC 9(006).

           FD relat-verificacao.
           01  rw-relat-verificacao        PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-auditoria   PIC x(02).
                  88 ws-auditoria-ok           VALUE "00", "02".
               03 ws-resultado-cadeia      PIC x(02).
                  88 ws-cadeia-ok              VALUE "00", "02".
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".
               03 ws-resultado-saida       PIC x(02).
               03 ws-resultado-relat       PIC x(02).

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-idx-trilha               PIC 9(001) VALUE ZEROS.
           01  ws-nome-trilha              PIC x(030) VALUE SPACES.
           01  ws-nome-arquivo             PIC x(030) VALUE SPACES.
           01  ws-cadeia-aberta-sw         PIC x(001) VALUE "N".
               88 ws-cadeia-aberta             VALUE "S".
           01  ws-controle-aberto-sw       PIC x(001) VALUE "N".
               88 ws-controle-aberto           VALUE "S".

      ******************************************************************
      * Situacao da cadeia da trilha corrente, carregada de um arquivo
      * para o seguinte (anuais e depois a trilha viva).
      ******************************************************************
           01  ws-campos-cadeia.
               03 ws-cadeia-iniciada-sw    PIC x(001) VALUE "N".
                  88 ws-cadeia-iniciada        VALUE "S".
               03 ws-nr-ultima-sequencia   PIC 9(009) VALUE ZEROS.
               03 ws-nr-sequencia-esperada PIC 9(009) VALUE ZEROS.
               03 ws-nr-sequencia-linha    PIC 9(009) VALUE ZEROS.
               03 ws-ds-ultimo-hash        PIC x(024) VALUE SPACES.
               03 ws-nr-momento-anterior   PIC 9(014) VALUE ZEROS.
               03 ws-nr-linha-arquivo      PIC 9(009) VALUE ZEROS.
               03 ws-qt-asteriscos         PIC 9(003) VALUE ZEROS.

           01  ws-momento-linha.
               03 ws-ml-data               PIC 9(008).
               03 ws-ml-hora               PIC 9(006).
           01  ws-nr-momento-linha REDEFINES ws-momento-linha
                                           PIC 9(014).

           01  PARAMETROS-HASH.
               05 HSH-ANTERIOR             PIC x(024) VALUE SPACES.
               05 HSH-TEXTO                PIC x(200) VALUE SPACES.
               05 HSH-TAMANHO              PIC 9(003) VALUE ZEROS.
               05 HSH-RESULTADO            PIC x(024) VALUE SPACES.

           01  WR-IDENTIFICACAO.
               03 FILLER                   PIC X(011) VALUE
                   "EMITIDO EM ".
               03 WR-ID-DATA               PIC 9(008).
               03 FILLER                   PIC X(003) VALUE " AS".
               03 FILLER                   PIC X(001) VALUE " ".
               03 WR-ID-HORA               PIC 9(006).
               03 FILLER                   PIC X(005) VALUE " POR ".
               03 WR-ID-SOLICITANTE        PIC X(010).
               03 FILLER                   PIC X(009) VALUE
                   "  PAGINA ".
               03 WR-ID-PAGINA             PIC ZZ9.

      ******************************************************************
      * Paginacao de impressora: paginas de 66 linhas, com quebra no
      * fim da area util, linha de subtotal acumulado antes da quebra
      * e cabecalho repetido no topo de cada pagina.
      ******************************************************************
           01  WS-CONTADORES.
               03 WS-CT-LINHAS-LIDAS       PIC 9(009) VALUE ZEROS.
               03 WS-CT-SEM-SELO-ANTIGAS   PIC 9(009) VALUE ZEROS.
               03 WS-CT-OCORRENCIAS        PIC 9(006) VALUE ZEROS.
               03 WS-CT-ANONIMIZADAS       PIC 9(006) VALUE ZEROS.
               03 WS-CT-LISTADOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  WR-SUBTOTAL-CONTINUA.
               03 FILLER                   PIC X(021) VALUE
                   "SUBTOTAL ACUMULADO:  ".
               03 WR-SC-SUBTOTAL           PIC Z(005)9.
               03 FILLER                   PIC X(013) VALUE
                   "  (CONTINUA)".

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "VERIFICACAO DA TRILHA DE AUDITORIA".
           01  WR-CAB2.
               03 FILLER                   PIC X(032) VALUE "ARQUIVO".
               03 FILLER                   PIC X(011) VALUE
                   "    LINHA".
               03 FILLER                   PIC X(011) VALUE
                   "SEQUENCIA".
               03 FILLER                   PIC X(011) VALUE
                   "OCORRENCIA".
               03 FILLER                   PIC X(040) VALUE
                   "DETALHE".

           01  WR-DETALHE.
               03 WR-DT-ARQUIVO            PIC X(030).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-LINHA              PIC Z(008)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SEQUENCIA          PIC Z(008)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-OCORRENCIA         PIC X(009).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DETALHE            PIC X(060).

           01  WR-RODAPE.
               03 FILLER                   PIC X(015) VALUE
                   "LINHAS LIDAS:  ".
               03 WR-RD-LINHAS             PIC Z(008)9.
               03 FILLER                   PIC X(015) VALUE
                   "  OCORRENCIAS: ".
               03 WR-RD-OCORRENCIAS        PIC Z(005)9.
               03 FILLER                   PIC X(016) VALUE
                   "  ANONIMIZADAS: ".
               03 WR-RD-ANONIMIZADAS       PIC Z(005)9.
               03 FILLER                   PIC X(017) VALUE
                   "  SEM SELO ANT.: ".
               03 WR-RD-ANTIGAS            PIC Z(008)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           OPEN INPUT arq-cadeia.
           IF  ws-cadeia-ok
               MOVE "S"                    TO ws-cadeia-aberta-sw
           END-IF.
           OPEN INPUT arq-controle.
           IF  ws-controle-ok
               MOVE "S"                    TO ws-controle-aberto-sw
           END-IF.
           OPEN OUTPUT relat-verificacao.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING ws-idx-trilha FROM 1 BY 1
                     UNTIL ws-idx-trilha > 4
               PERFORM VERIFICAR-TRILHA
           END-PERFORM.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE relat-verificacao.
           IF  ws-cadeia-aberta
               CLOSE arq-cadeia
           END-IF.
           IF  ws-controle-aberto
               CLOSE arq-controle
           END-IF.
           PERFORM GRAVAR-RESULTADO.
           EXIT PROGRAM.

       VERIFICAR-TRILHA SECTION.
           EVALUATE ws-idx-trilha
               WHEN 1
                   MOVE "auditclientes.txt"    TO ws-nome-trilha
               WHEN 2
                   MOVE "auditvendedores.txt"  TO ws-nome-trilha
               WHEN 3
                   MOVE "auditpedidos.txt"     TO ws-nome-trilha
               WHEN OTHER
                   MOVE "auditFechamentos.txt" TO ws-nome-trilha
           END-EVALUATE.
           MOVE "N"                        TO ws-cadeia-iniciada-sw.
           MOVE ZEROS                      TO ws-nr-ultima-sequencia.
           MOVE ALL "0"                    TO ws-ds-ultimo-hash.
           MOVE ZEROS                      TO ws-nr-momento-anterior.
           IF  ws-controle-aberto
               PERFORM VERIFICAR-ARQUIVOS-ANUAIS
           END-IF.
           MOVE ws-nome-trilha             TO ws-nome-arquivo.
           PERFORM VERIFICAR-ARQUIVO.
           PERFORM CONFERIR-FINAL-CADEIA.

      ******************************************************************
      * Anos ja arquivados da trilha, em ordem: a cadeia continua do
      * ultimo ano arquivado para a trilha viva.
      ******************************************************************
       VERIFICAR-ARQUIVOS-ANUAIS SECTION.
           MOVE ws-nome-trilha             TO rw-atr-nm-trilha.
           MOVE ZEROS                      TO rw-atr-nr-ano.
           START arq-controle KEY IS NOT LESS rw-atr-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-controle NEXT RECORD.
           PERFORM UNTIL NOT ws-controle-ok
                      OR rw-atr-nm-trilha NOT EQUAL ws-nome-trilha
               MOVE rw-atr-nm-arquivo-anual TO ws-nome-arquivo
               PERFORM VERIFICAR-ARQUIVO
               READ arq-controle NEXT RECORD
           END-PERFORM.

       VERIFICAR-ARQUIVO SECTION.
           MOVE ZEROS                      TO ws-nr-linha-arquivo.
           OPEN INPUT arq-auditoria.
           IF  NOT ws-auditoria-ok
               EXIT SECTION
           END-IF.
           READ arq-auditoria.
           PERFORM UNTIL NOT ws-auditoria-ok
               ADD 1                       TO ws-nr-linha-arquivo
               ADD 1                       TO WS-CT-LINHAS-LIDAS
               PERFORM VERIFICAR-LINHA
               READ arq-auditoria
           END-PERFORM.
           CLOSE arq-auditoria.

       VERIFICAR-LINHA SECTION.
           IF  rw-auditoria(1:5) EQUAL "DATA "
           AND rw-auditoria(6:8) NUMERIC
           AND rw-auditoria(20:6) NUMERIC
               MOVE rw-auditoria(6:8)      TO ws-ml-data
               MOVE rw-auditoria(20:6)     TO ws-ml-hora
               IF  ws-nr-momento-linha LESS ws-nr-momento-anterior
                   MOVE ZEROS              TO ws-nr-sequencia-linha
                   IF  rw-au-nr-sequencia NUMERIC
                       MOVE rw-au-nr-sequencia TO ws-nr-sequencia-linha
                   END-IF
                   MOVE "ORDEM"            TO WR-DT-OCORRENCIA
                   MOVE SPACES             TO WR-DT-DETALHE
                   STRING "data/hora " ws-ml-data " " ws-ml-hora
                          " anterior a da linha anterior"
                          DELIMITED BY SIZE INTO WR-DT-DETALHE
                   PERFORM LISTAR-OCORRENCIA
               END-IF
               MOVE ws-nr-momento-linha    TO ws-nr-momento-anterior
           END-IF.

           IF  rw-au-rotulo-seq NOT EQUAL "SEQ "
           OR  rw-au-nr-sequencia NOT NUMERIC
               IF  ws-cadeia-iniciada
                   MOVE ZEROS              TO ws-nr-sequencia-linha
                   MOVE "SEM SELO"         TO WR-DT-OCORRENCIA
                   MOVE "linha sem sequencia e selo no meio da cadeia"
                                           TO WR-DT-DETALHE
                   PERFORM LISTAR-OCORRENCIA
               ELSE
                   ADD 1                   TO WS-CT-SEM-SELO-ANTIGAS
               END-IF
               EXIT SECTION
           END-IF.

           MOVE rw-au-nr-sequencia         TO ws-nr-sequencia-linha.
           ADD 1 TO ws-nr-ultima-sequencia
                                    GIVING ws-nr-sequencia-esperada.
           IF  ws-nr-sequencia-linha NOT EQUAL ws-nr-sequencia-esperada
               MOVE "SEQUENCIA"            TO WR-DT-OCORRENCIA
               MOVE SPACES                 TO WR-DT-DETALHE
               STRING "esperada " ws-nr-sequencia-esperada
                      DELIMITED BY SIZE INTO WR-DT-DETALHE
               PERFORM LISTAR-OCORRENCIA
           END-IF.

           MOVE ws-ds-ultimo-hash          TO HSH-ANTERIOR.
           MOVE rw-auditoria(1:133)        TO HSH-TEXTO.
           MOVE 133                        TO HSH-TAMANHO.
           CALL "CALCULAR-HASH-AUDITORIA" USING PARAMETROS-HASH.
           CANCEL "CALCULAR-HASH-AUDITORIA".
           IF  HSH-RESULTADO NOT EQUAL rw-au-ds-hash
               MOVE ZEROS                  TO ws-qt-asteriscos
               INSPECT rw-au-conteudo TALLYING ws-qt-asteriscos
                       FOR ALL "*"
               IF  ws-qt-asteriscos GREATER ZEROS
                   MOVE "ANONIMIZ."        TO WR-DT-OCORRENCIA
                   MOVE "linha mascarada pela LGPD"
                                           TO WR-DT-DETALHE
               ELSE
                   MOVE "CADEIA"           TO WR-DT-OCORRENCIA
                   MOVE "selo nao confere com o conteudo"
                                           TO WR-DT-DETALHE
               END-IF
               PERFORM LISTAR-OCORRENCIA
           END-IF.

           MOVE "S"                        TO ws-cadeia-iniciada-sw.
           MOVE ws-nr-sequencia-linha      TO ws-nr-ultima-sequencia.
           MOVE rw-au-ds-hash              TO ws-ds-ultimo-hash.

      ******************************************************************
      * Linhas retiradas do fim da trilha nao deixam salto: a ultima
      * sequencia lida tem de ser a registrada pelo gravador.
      ******************************************************************
       CONFERIR-FINAL-CADEIA SECTION.
           IF  NOT ws-cadeia-aberta
               EXIT SECTION
           END-IF.
           MOVE ws-nome-trilha             TO rw-cad-nm-arquivo.
           READ arq-cadeia KEY IS rw-cad-nm-arquivo
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  rw-cad-nr-sequencia NOT EQUAL ws-nr-ultima-sequencia
               MOVE ws-nome-trilha         TO ws-nome-arquivo
               MOVE ZEROS                  TO ws-nr-linha-arquivo
               MOVE ws-nr-ultima-sequencia TO ws-nr-sequencia-linha
               MOVE "FINAL"                TO WR-DT-OCORRENCIA
               MOVE SPACES                 TO WR-DT-DETALHE
               STRING "ultima sequencia registrada "
                      rw-cad-nr-sequencia
                      DELIMITED BY SIZE INTO WR-DT-DETALHE
               PERFORM LISTAR-OCORRENCIA
           END-IF.

       LISTAR-OCORRENCIA SECTION.
           IF  WR-DT-OCORRENCIA EQUAL "ANONIMIZ."
               ADD 1                       TO WS-CT-ANONIMIZADAS
           ELSE
               ADD 1                       TO WS-CT-OCORRENCIAS
           END-IF.
           MOVE ws-nome-arquivo            TO WR-DT-ARQUIVO.
           MOVE ws-nr-linha-arquivo        TO WR-DT-LINHA.
           MOVE ws-nr-sequencia-linha      TO WR-DT-SEQUENCIA.
           PERFORM IMPRIMIR-DETALHE.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-LISTADOS             TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-verificacao.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-DETALHE SECTION.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           ADD 1                           TO WS-CT-LISTADOS.
           MOVE SPACES                     TO rw-relat-verificacao.
           MOVE WR-DETALHE                 TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE SPACES                     TO rw-relat-verificacao.
           MOVE WR-CAB1                    TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           MOVE SPACES                     TO rw-relat-verificacao.
           MOVE WR-IDENTIFICACAO           TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           MOVE SPACES                     TO rw-relat-verificacao.
           MOVE WR-CAB2                    TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           MOVE SPACES                     TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           MOVE 4                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-LINHAS-LIDAS         TO WR-RD-LINHAS.
           MOVE WS-CT-OCORRENCIAS          TO WR-RD-OCORRENCIAS.
           MOVE WS-CT-ANONIMIZADAS         TO WR-RD-ANONIMIZADAS.
           MOVE WS-CT-SEM-SELO-ANTIGAS     TO WR-RD-ANTIGAS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           MOVE SPACES                     TO rw-relat-verificacao.
           MOVE WR-RODAPE                  TO rw-relat-verificacao.
           WRITE rw-relat-verificacao.
           DISPLAY "VERIFICACAO-AUDITORIA: " WS-CT-LINHAS-LIDAS
                   " linhas conferidas, " WS-CT-OCORRENCIAS
                   " ocorrencias, " WS-CT-ANONIMIZADAS
                   " anonimizadas".

       GRAVAR-RESULTADO SECTION.
           OPEN OUTPUT arq-resultado.
           MOVE ws-dt-hoje                 TO rw-rv-dt-verificacao.
           MOVE WS-CT-LINHAS-LIDAS         TO rw-rv-qt-linhas.
           MOVE WS-CT-OCORRENCIAS          TO rw-rv-qt-ocorrencias.
           MOVE WS-CT-ANONIMIZADAS         TO rw-rv-qt-anonimizadas.
           WRITE rw-resultado.
           CLOSE arq-resultado.
       END PROGRAM VERIFICACAO-AUDITORIA.
