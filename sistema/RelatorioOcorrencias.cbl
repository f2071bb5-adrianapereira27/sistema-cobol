      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Relatorio semanal das ocorrencias de SAC abertas com
      *          o prazo de solucao vencido, agrupadas por tipo de
      *          ocorrencia e, dentro do tipo, pelo vendedor que
      *          atende o cliente (o da distribuicao vigente; fora da
      *          distribuicao, o gravado na abertura). Cada linha traz
      *          o cliente, o pedido, a area responsavel e os dias de
      *          atraso; subtotais por vendedor e por tipo e total
      *          geral. Sai toda segunda-feira no batch noturno e a
      *          qualquer momento pelo menu de relatorios.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-OCORRENCIAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-ocorrencias ASSIGN TO DISK "ocorrencias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-oco-nr-ocorrencia
             ALTERNATE KEY      IS rw-oco-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-ocorrencias.

           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT arq-trabalho ASSIGN TO DISK "wrkocorrencias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-woc-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-ocorrencias ASSIGN TO "relatOcorrencias.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-ocorrencias.
           01  rw-oco-registro.
               03 rw-oco-nr-ocorrencia     PIC 9(007).
               03 rw-oco-cd-cliente        PIC 9(007).
               03 rw-oco-nr-pedido         PIC 9(007).
               03 rw-oco-tp-ocorrencia     PIC x(003).
               03 rw-oco-ds-descricao      PIC x(060).
               03 rw-oco-ds-area           PIC x(015).
               03 rw-oco-dt-abertura       PIC 9(008).
               03 rw-oco-dt-prazo          PIC 9(008).
               03 rw-oco-st-ocorrencia     PIC x(001).
                  88 rw-oco-aberta             VALUE "A".
                  88 rw-oco-encerrada          VALUE "E".
               03 rw-oco-dt-encerramento   PIC 9(008).
               03 rw-oco-cd-vendedor       PIC 9(003).

           FD arq-distribuicao.
           01  rw-dst-registro.
               03 rw-dst-cd-cliente         PIC 9(007).
               03 rw-dst-cnpj               PIC 9(014).
               03 rw-dst-cd-vendedor        PIC 9(003).
               03 rw-dst-cpf-vendedor       PIC 9(011).
               03 rw-dst-distancia          PIC 9(006)v9(004).
               03 rw-dst-st-cobertura     PIC x(001).
                  88 rw-dst-temporaria        VALUE "T".
               03 rw-dst-cd-titular       PIC 9(003).

           FD arq-clientes.
           01  rw-cli-registro.
               03 rw-cli-cnpj              PIC 9(014).
               03 rw-cli-cd-cliente         PIC 9(007).
               03 rw-cli-razao-social       PIC x(040).
               03 rw-cli-latitude           PIC s9(003)v9(008).
               03 rw-cli-longitude          PIC s9(003)v9(008).
               03 rw-cli-st-ativo           PIC x(001).
                  88 rw-cli-ativo               VALUE "A".
                  88 rw-cli-inativo             VALUE "I".
               03 rw-cli-cd-territorio      PIC x(005).
               03 rw-cli-nm-contato         PIC x(040).
               03 rw-cli-nr-telefone        PIC x(015).
               03 rw-cli-ds-email           PIC x(050).
               03 rw-cli-nr-cep             PIC x(008).
               03 rw-cli-cd-frequencia     PIC x(001).
               03 rw-cli-dt-inativacao     PIC 9(008).
               03 rw-cli-cd-classe         PIC x(001).
               03 rw-cli-cd-canal          PIC x(003).
               03 rw-cli-st-bloqueio       PIC x(001).
                  88 rw-cli-bloqueado           VALUE "B".
               03 rw-cli-cd-cond-pagto     PIC x(003).
               03 rw-cli-hr-abertura       PIC 9(004).
               03 rw-cli-hr-fechamento     PIC 9(004).
               03 rw-cli-ds-logradouro     PIC x(040).
               03 rw-cli-nr-numero         PIC x(006).
               03 rw-cli-ds-bairro         PIC x(020).
               03 rw-cli-ds-cidade         PIC x(025).
               03 rw-cli-sg-uf             PIC x(002).

           FD arq-vendedores.
           01  rw-vnd-registro.
               03 rw-vnd-cpf                PIC 9(011).
               03 rw-vnd-cd-vendedor         PIC 9(003).
               03 rw-vnd-nome                PIC x(040).
               03 rw-vnd-latitude            PIC s9(003)v9(008).
               03 rw-vnd-longitude           PIC s9(003)v9(008).
               03 rw-vnd-st-ativo            PIC x(001).
                  88 rw-vnd-ativo                VALUE "A".
                  88 rw-vnd-inativo              VALUE "I".
               03 rw-vnd-cd-territorio       PIC x(005).
               03 rw-vnd-st-situacao         PIC x(001).
                  88 rw-vnd-situacao-ativo       VALUE "A".
                  88 rw-vnd-situacao-ferias      VALUE "F".
               03 rw-vnd-cd-supervisor     PIC 9(003).

           FD arq-trabalho.
           01  rw-woc-registro.
               03 rw-woc-chave.
                  05 rw-woc-tp-ocorrencia  PIC x(003).
                  05 rw-woc-cd-vendedor    PIC 9(003).
                  05 rw-woc-nr-ocorrencia  PIC 9(007).

           FD relat-ocorrencias.
           01  rw-relat-ocorrencias        PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-ocorrencias PIC x(02).
                  88 ws-ocorrencias-ok         VALUE "00", "02".
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-campos-grupo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-hoje       PIC 9(007) VALUE ZEROS.
               03 ws-qt-dias-atraso        PIC 9(005) VALUE ZEROS.
               03 ws-tipo-grupo            PIC x(003) VALUE SPACES.
               03 ws-vendedor-grupo        PIC 9(003) VALUE ZEROS.
               03 ws-qt-vendedor           PIC 9(006) VALUE ZEROS.
               03 ws-qt-tipo               PIC 9(006) VALUE ZEROS.
               03 ws-fim-trabalho-sw       PIC x(001) VALUE "N".
                  88 ws-fim-trabalho           VALUE "S".

           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.

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
               03 WS-CT-OCORRENCIAS        PIC 9(006) VALUE ZEROS.
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

           01  WR-RODAPE.
               03 FILLER                   PIC X(030) VALUE
                   "TOTAL DE OCORRENCIAS VENCIDAS:".
               03 WR-RD-OCORRENCIAS        PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-CAB1.
               03 FILLER                   PIC X(010) VALUE " ".
               03 FILLER                   PIC X(048) VALUE
                   "OCORRENCIAS DE SAC EM ABERTO COM PRAZO VENCIDO".
               03 FILLER                   PIC X(008) VALUE "EM ".
               03 WR-CB-DT-BASE            PIC 9(008).

           01  WR-TIPO.
               03 FILLER                   PIC X(005) VALUE "TIPO ".
               03 WR-TP-TIPO               PIC X(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-TP-DESCRICAO          PIC X(030).

           01  WR-VENDEDOR.
               03 FILLER                   PIC X(011) VALUE
                   "  VENDEDOR ".
               03 WR-VD-CD-VENDEDOR        PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-VD-NOME               PIC X(040).

           01  WR-CAB-OCORRENCIAS.
               03 FILLER                   PIC X(052) VALUE
                   "    OCORR.  CLIENTE RAZAO SOCIAL".
               03 FILLER                   PIC X(054) VALUE
                   " PEDIDO ABERTURA PRAZO    ATRASO AREA".

           01  WR-OCORRENCIA.
               03 FILLER                   PIC X(004) VALUE SPACES.
               03 WR-OC-NR-OCORRENCIA      PIC 9(007).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-OC-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-OC-RAZAO              PIC X(032).
               03 WR-OC-NR-PEDIDO          PIC Z(006)9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-OC-DT-ABERTURA        PIC 9(008).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-OC-DT-PRAZO           PIC 9(008).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-OC-DIAS-ATRASO        PIC ZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-OC-AREA               PIC X(015).

           01  WR-DESCRICAO.
               03 FILLER                   PIC X(013) VALUE SPACES.
               03 WR-DS-DESCRICAO          PIC X(060).

           01  WR-TOTAL-VENDEDOR.
               03 FILLER                   PIC X(030) VALUE
                   "  TOTAL DO VENDEDOR:".
               03 WR-TV-QUANTIDADE         PIC Z(005)9.

           01  WR-TOTAL-TIPO.
               03 FILLER                   PIC X(030) VALUE
                   "TOTAL DO TIPO:".
               03 WR-TT-QUANTIDADE         PIC Z(005)9.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           OPEN INPUT arq-ocorrencias.
           IF  NOT ws-ocorrencias-ok
               DISPLAY "RELATORIO-OCORRENCIAS: ocorrencias.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-nr-inteiro-hoje =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje).
           OPEN INPUT arq-distribuicao.
           OPEN OUTPUT arq-trabalho.
           PERFORM SELECIONAR-VENCIDAS.
           CLOSE arq-trabalho.
           OPEN INPUT arq-trabalho.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT relat-ocorrencias.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM PROCESSAR-TRABALHO.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-ocorrencias.
           CLOSE arq-distribuicao.
           CLOSE arq-trabalho.
           CLOSE arq-clientes.
           CLOSE arq-vendedores.
           CLOSE relat-ocorrencias.
           DISPLAY "RELATORIO-OCORRENCIAS: " WS-CT-OCORRENCIAS
                   " ocorrencias vencidas em relatOcorrencias.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Copia para o arquivo de trabalho, na ordem tipo / vendedor /
      * numero, as ocorrencias abertas com o prazo anterior a hoje.
      ******************************************************************
       SELECIONAR-VENCIDAS SECTION.
           READ arq-ocorrencias NEXT RECORD.
           PERFORM UNTIL NOT ws-ocorrencias-ok
               IF  rw-oco-aberta
               AND rw-oco-dt-prazo LESS ws-dt-hoje
                   PERFORM GRAVAR-TRABALHO
               END-IF
               READ arq-ocorrencias NEXT RECORD
           END-PERFORM.

       GRAVAR-TRABALHO SECTION.
           MOVE rw-oco-tp-ocorrencia       TO rw-woc-tp-ocorrencia.
           MOVE rw-oco-cd-vendedor         TO rw-woc-cd-vendedor.
           MOVE rw-oco-nr-ocorrencia       TO rw-woc-nr-ocorrencia.
           IF  ws-distribuicao-ok
               MOVE rw-oco-cd-cliente      TO rw-dst-cd-cliente
               READ arq-distribuicao KEY IS rw-dst-cd-cliente
                   NOT INVALID KEY
                       MOVE rw-dst-cd-vendedor TO rw-woc-cd-vendedor
               END-READ
           END-IF.
           WRITE rw-woc-registro.

      ******************************************************************
      * Le o trabalho em ordem; quebra de tipo e, dentro dele, de
      * vendedor, com os subtotais de cada nivel.
      ******************************************************************
       PROCESSAR-TRABALHO SECTION.
           READ arq-trabalho NEXT RECORD.
           IF  NOT ws-trabalho-ok
               MOVE "S"                    TO ws-fim-trabalho-sw
           END-IF.
           PERFORM PROCESSAR-GRUPO-TIPO UNTIL ws-fim-trabalho.

       PROCESSAR-GRUPO-TIPO SECTION.
           MOVE rw-woc-tp-ocorrencia       TO ws-tipo-grupo.
           MOVE ZEROS                      TO ws-qt-tipo.
           PERFORM IMPRIMIR-CAB-TIPO.
           PERFORM PROCESSAR-GRUPO-VENDEDOR
                   UNTIL ws-fim-trabalho
                      OR rw-woc-tp-ocorrencia NOT EQUAL ws-tipo-grupo.
           MOVE ws-qt-tipo                 TO WR-TT-QUANTIDADE.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-TOTAL-TIPO              TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           ADD 2                           TO WS-CT-LINHAS2.

       PROCESSAR-GRUPO-VENDEDOR SECTION.
           MOVE rw-woc-cd-vendedor         TO ws-vendedor-grupo.
           MOVE ZEROS                      TO ws-qt-vendedor.
           PERFORM IMPRIMIR-CAB-VENDEDOR.
           PERFORM UNTIL ws-fim-trabalho
                      OR rw-woc-tp-ocorrencia NOT EQUAL ws-tipo-grupo
                      OR rw-woc-cd-vendedor NOT EQUAL ws-vendedor-grupo
               PERFORM IMPRIMIR-OCORRENCIA
               READ arq-trabalho NEXT RECORD
               IF  NOT ws-trabalho-ok
                   MOVE "S"                TO ws-fim-trabalho-sw
               END-IF
           END-PERFORM.
           ADD ws-qt-vendedor              TO ws-qt-tipo.
           MOVE ws-qt-vendedor             TO WR-TV-QUANTIDADE.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-TOTAL-VENDEDOR          TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CAB-TIPO SECTION.
           MOVE ws-tipo-grupo              TO WR-TP-TIPO.
           EVALUATE ws-tipo-grupo
               WHEN "ATR"
                   MOVE "ATRASO NA ENTREGA"  TO WR-TP-DESCRICAO
               WHEN "AVA"
                   MOVE "AVARIA DE PRODUTO"  TO WR-TP-DESCRICAO
               WHEN "COB"
                   MOVE "COBRANCA"           TO WR-TP-DESCRICAO
               WHEN "PRD"
                   MOVE "QUALIDADE DO PRODUTO" TO WR-TP-DESCRICAO
               WHEN "ATD"
                   MOVE "ATENDIMENTO"        TO WR-TP-DESCRICAO
               WHEN OTHER
                   MOVE "OUTROS"             TO WR-TP-DESCRICAO
           END-EVALUATE.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 2
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-TIPO                    TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           MOVE ws-vendedor-grupo          TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           IF  ws-vendedor-grupo EQUAL ZEROS
               MOVE "(CLIENTE SEM VENDEDOR)" TO rw-vnd-nome
           ELSE
               START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
                   INVALID KEY
                       MOVE "(VENDEDOR NAO ENCONTRADO)" TO rw-vnd-nome
                   NOT INVALID KEY
                       READ arq-vendedores NEXT RECORD
               END-START
           END-IF.
           MOVE ws-vendedor-grupo          TO WR-VD-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-VD-NOME.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-VENDEDOR                TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-CAB-OCORRENCIAS         TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-OCORRENCIA SECTION.
           MOVE rw-woc-nr-ocorrencia       TO rw-oco-nr-ocorrencia.
           READ arq-ocorrencias KEY IS rw-oco-nr-ocorrencia
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE rw-oco-cd-cliente          TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
               NOT INVALID KEY
                   READ arq-clientes NEXT RECORD
           END-START.
           COMPUTE ws-qt-dias-atraso = ws-nr-inteiro-hoje
                 - FUNCTION INTEGER-OF-DATE(rw-oco-dt-prazo).
           MOVE rw-oco-nr-ocorrencia       TO WR-OC-NR-OCORRENCIA.
           MOVE rw-oco-cd-cliente          TO WR-OC-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-OC-RAZAO.
           MOVE rw-oco-nr-pedido           TO WR-OC-NR-PEDIDO.
           MOVE rw-oco-dt-abertura         TO WR-OC-DT-ABERTURA.
           MOVE rw-oco-dt-prazo            TO WR-OC-DT-PRAZO.
           MOVE ws-qt-dias-atraso          TO WR-OC-DIAS-ATRASO.
           MOVE rw-oco-ds-area             TO WR-OC-AREA.
           MOVE rw-oco-ds-descricao        TO WR-DS-DESCRICAO.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-OCORRENCIA              TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-DESCRICAO               TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           ADD 2                           TO WS-CT-LINHAS2.
           ADD 1                           TO ws-qt-vendedor.
           ADD 1                           TO WS-CT-OCORRENCIAS.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-OCORRENCIAS          TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-dt-hoje                 TO WR-CB-DT-BASE.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-CAB1                    TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-IDENTIFICACAO           TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-OCORRENCIAS          TO WR-RD-OCORRENCIAS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-ocorrencias.
           MOVE WR-RODAPE                  TO rw-relat-ocorrencias.
           WRITE rw-relat-ocorrencias.
       END PROGRAM RELATORIO-OCORRENCIAS.
