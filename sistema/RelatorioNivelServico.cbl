      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Nivel de servico dos pedidos do anomes de referencia
      *          (pedidos ativos e nao cancelados de pedidos.dat e
      *          pedidosHist.dat pela data do pedido): dias medios do
      *          pedido ate a confirmacao, o faturamento e a entrega,
      *          e o percentual de pedidos entregues no prazo (ate a
      *          data prometida), completos (sem recusa parcial) e no
      *          prazo e completos (OTIF). Entram na medicao os
      *          pedidos com data prometida ja entregues e os ainda
      *          nao entregues com a data prometida vencida (estes
      *          contam como fora do prazo). Resumo geral e quebras
      *          por territorio do cliente, vendedor e romaneio
      *          (data + caminhao). Acumula em wrknivelservico.dat e
      *          gera relatNivelServico.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-NIVEL-SERVICO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

           SELECT arq-pedidos-hist ASSIGN TO DISK "pedidosHist.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-hp-nr-pedido
             ALTERNATE KEY      IS rw-hp-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-hp-chave-cliente-data
                                = rw-hp-cd-cliente rw-hp-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-hist.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-territorios ASSIGN TO DISK "territorios.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ter-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-territorios.

           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT arq-trabalho ASSIGN TO DISK "wrknivelservico.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wns-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-servico ASSIGN TO "relatNivelServico.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-pedidos.
           01  rw-registro.
               03 rw-nr-pedido             PIC 9(007).
               03 rw-cd-cliente            PIC 9(007).
               03 rw-cd-vendedor           PIC 9(003).
               03 rw-dt-pedido             PIC 9(008).
               03 rw-qt-itens              PIC 9(003).
               03 rw-vl-total-pedido       PIC 9(011)v9(002).
               03 rw-st-ativo              PIC x(001).
                  88 rw-pedido-ativo           VALUE "A".
                  88 rw-pedido-inativo         VALUE "I".
               03 rw-st-transmissao        PIC x(001).
                  88 rw-pedido-transmitido     VALUE "T".
               03 rw-st-faturamento        PIC x(001).
                  88 rw-pedido-faturado        VALUE "F".
               03 rw-dt-faturamento        PIC 9(008).
               03 rw-vl-faturado           PIC 9(011)v9(002).
               03 rw-st-pedido             PIC x(001).
                  88 rw-pedido-digitado        VALUE "D", " ".
                  88 rw-pedido-confirmado      VALUE "C".
                  88 rw-pedido-st-faturado     VALUE "F".
                  88 rw-pedido-entregue        VALUE "E".
                  88 rw-pedido-cancelado       VALUE "X".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
                  88 rw-entrega-completa       VALUE "C".
                  88 rw-entrega-parcial        VALUE "P".
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

           FD arq-pedidos-hist.
           01  rw-hp-registro.
               03 rw-hp-nr-pedido          PIC 9(007).
               03 rw-hp-cd-cliente         PIC 9(007).
               03 rw-hp-cd-vendedor        PIC 9(003).
               03 rw-hp-dt-pedido          PIC 9(008).
               03 rw-hp-qt-itens           PIC 9(003).
               03 rw-hp-vl-total-pedido    PIC 9(011)v9(002).
               03 rw-hp-st-ativo           PIC x(001).
               03 rw-hp-st-transmissao     PIC x(001).
               03 rw-hp-st-faturamento     PIC x(001).
               03 rw-hp-dt-faturamento     PIC 9(008).
               03 rw-hp-vl-faturado        PIC 9(011)v9(002).
               03 rw-hp-st-pedido          PIC x(001).
               03 rw-hp-ds-motivo-cancel   PIC x(030).
               03 rw-hp-cd-cond-pagto      PIC x(003).
               03 rw-hp-dt-entrega-prevista PIC 9(008).
               03 rw-hp-dt-confirmacao     PIC 9(008).
               03 rw-hp-dt-transmissao     PIC 9(008).
               03 rw-hp-dt-entrega         PIC 9(008).
               03 rw-hp-st-entrega         PIC x(001).
               03 rw-hp-dt-romaneio        PIC 9(008).
               03 rw-hp-nr-romaneio        PIC 9(002).

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

           FD arq-territorios.
           01  rw-ter-registro.
               03 rw-ter-cd-territorio     PIC x(005).
               03 rw-ter-ds-territorio     PIC x(030).
               03 rw-ter-st-ativo          PIC x(001).
                  88 rw-ter-ativo              VALUE "A".
                  88 rw-ter-inativo            VALUE "I".
               03 rw-ter-lat-min           PIC s9(003)v9(008).
               03 rw-ter-lat-max           PIC s9(003)v9(008).
               03 rw-ter-long-min          PIC s9(003)v9(008).
               03 rw-ter-long-max          PIC s9(003)v9(008).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

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

      ******************************************************************
      * Acumulado por quebra: 0 geral, 1 territorio, 2 vendedor,
      * 3 romaneio (AAAAMMDD-NN). Dias somados por etapa, para a media
      * sobre os pedidos que chegaram a ela.
      ******************************************************************
           FD arq-trabalho.
           01  rw-wns-registro.
               03 rw-wns-chave.
                  05 rw-wns-tp-quebra      PIC x(001).
                  05 rw-wns-cd-quebra      PIC x(012).
               03 rw-wns-qt-pedidos        PIC 9(007).
               03 rw-wns-qt-confirmados    PIC 9(007).
               03 rw-wns-qt-dias-conf      PIC 9(009).
               03 rw-wns-qt-faturados      PIC 9(007).
               03 rw-wns-qt-dias-fat       PIC 9(009).
               03 rw-wns-qt-entregues      PIC 9(007).
               03 rw-wns-qt-dias-entr      PIC 9(009).
               03 rw-wns-qt-medidos        PIC 9(007).
               03 rw-wns-qt-no-prazo       PIC 9(007).
               03 rw-wns-qt-completos      PIC 9(007).
               03 rw-wns-qt-otif           PIC 9(007).

           FD relat-servico.
           01  rw-relat-servico            PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-hist        PIC x(02).
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-territorios PIC x(02).
                  88 ws-territorios-ok         VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-anomes-referencia        PIC 9(006) VALUE ZEROS.
           01  ws-clientes-abertos-sw      PIC x(001) VALUE "N".
               88 ws-clientes-abertos          VALUE "S".

      ******************************************************************
      * Medicao do pedido corrente, no mesmo formato dos acumuladores
      ******************************************************************
           01  ws-medicao-pedido.
               03 ws-md-qt-pedidos         PIC 9(007) VALUE ZEROS.
               03 ws-md-qt-confirmados     PIC 9(007) VALUE ZEROS.
               03 ws-md-qt-dias-conf       PIC 9(009) VALUE ZEROS.
               03 ws-md-qt-faturados       PIC 9(007) VALUE ZEROS.
               03 ws-md-qt-dias-fat        PIC 9(009) VALUE ZEROS.
               03 ws-md-qt-entregues       PIC 9(007) VALUE ZEROS.
               03 ws-md-qt-dias-entr       PIC 9(009) VALUE ZEROS.
               03 ws-md-qt-medidos         PIC 9(007) VALUE ZEROS.
               03 ws-md-qt-no-prazo        PIC 9(007) VALUE ZEROS.
               03 ws-md-qt-completos       PIC 9(007) VALUE ZEROS.
               03 ws-md-qt-otif            PIC 9(007) VALUE ZEROS.

           01  ws-campos-pedido.
               03 ws-cd-territorio-pedido  PIC x(005) VALUE SPACES.
               03 ws-cd-vendedor-txt       PIC 9(003) VALUE ZEROS.
               03 ws-dt-etapa              PIC 9(008) VALUE ZEROS.
               03 ws-qt-dias-etapa         PIC 9(005) VALUE ZEROS.
               03 ws-etapa-sw              PIC x(001) VALUE "N".
                  88 ws-etapa-ocorreu          VALUE "S".

           01  ws-campos-impressao.
               03 ws-tp-quebra-atual       PIC x(001) VALUE SPACES.
               03 ws-media-dias            PIC 9(004)v9(001)
                                            VALUE ZEROS.
               03 ws-pc-medido             PIC 9(003)v9(001)
                                            VALUE ZEROS.

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
      * fim da area util e cabecalho repetido no topo de cada pagina.
      ******************************************************************
           01  WS-CONTADORES.
               03 WS-CT-PEDIDOS            PIC 9(007) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  WR-CONTINUA.
               03 FILLER                   PIC X(026) VALUE
                   "CONTINUA NA PROXIMA PAGINA".

           01  WR-RODAPE.
               03 FILLER                   PIC X(024) VALUE
                   "TOTAL DE PEDIDOS DO MES:".
               03 WR-RD-PEDIDOS            PIC Z(006)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-LEGENDA1.
               03 FILLER                   PIC X(046) VALUE
                   "D.CONF/D.FAT/D.ENTR: DIAS MEDIOS DO PEDIDO ATE".
               03 FILLER                   PIC X(046) VALUE
                   " A CONFIRMACAO, O FATURAMENTO E A ENTREGA".
           01  WR-LEGENDA2.
               03 FILLER                   PIC X(046) VALUE
                   "MEDIDOS: PEDIDOS COM DATA PROMETIDA ENTREGUES ".
               03 FILLER                   PIC X(046) VALUE
                   "OU VENCIDOS; PERCENTUAIS SOBRE OS MEDIDOS".

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(039) VALUE
                   "NIVEL DE SERVICO DOS PEDIDOS - ANO/MES ".
               03 WR-CB-ANOMES             PIC 9(006).

           01  WR-CAB2.
               03 FILLER                   PIC X(049) VALUE
                   "  QUEBRA       DESCRICAO                PEDIDOS  ".
               03 FILLER                   PIC X(023) VALUE
                   "D.CONF   D.FAT  D.ENTR ".
               03 FILLER                   PIC X(031) VALUE
                   "MEDIDOS  %PRAZO  %COMPL   %OTIF".

           01  WR-SECAO.
               03 WR-SC-DS-SECAO           PIC X(040).

           01  WR-DETALHE.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-CD-QUEBRA          PIC X(012).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-DESCRICAO          PIC X(025).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-PEDIDOS            PIC ZZZZZ9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DIAS-CONF          PIC ZZZ9,9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DIAS-FAT           PIC ZZZ9,9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DIAS-ENTR          PIC ZZZ9,9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-MEDIDOS            PIC ZZZZZ9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-PC-PRAZO           PIC ZZZ9,9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-PC-COMPLETO        PIC ZZZ9,9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-PC-OTIF            PIC ZZZ9,9.

       LINKAGE SECTION.
           01  PARAMETROS-NIVEL-SERVICO.
               05 NS-NR-ANOMES             PIC 9(006).

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-NIVEL-SERVICO
                                PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           IF  NS-NR-ANOMES EQUAL ZEROS
               MOVE ws-dt-hoje(1:6)        TO ws-anomes-referencia
           ELSE
               MOVE NS-NR-ANOMES           TO ws-anomes-referencia
           END-IF.
           OPEN INPUT arq-clientes.
           IF  ws-clientes-ok
               MOVE "S"                    TO ws-clientes-abertos-sw
           END-IF.
           OPEN INPUT arq-territorios.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.
           PERFORM CARREGAR-PEDIDOS.
           PERFORM CARREGAR-PEDIDOS-HIST.
           OPEN OUTPUT relat-servico.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-QUEBRAS.
           PERFORM IMPRIMIR-RODAPE.
           IF  ws-clientes-abertos
               CLOSE arq-clientes
           END-IF.
           CLOSE arq-territorios.
           CLOSE arq-vendedores.
           CLOSE arq-trabalho.
           CLOSE relat-servico.
           DISPLAY "RELATORIO-NIVEL-SERVICO: " WS-CT-PEDIDOS
                   " pedidos de " ws-anomes-referencia
                   " em relatNivelServico.txt".
           EXIT PROGRAM.

       CARREGAR-PEDIDOS SECTION.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               EXIT SECTION
           END-IF.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
               PERFORM APURAR-PEDIDO
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
           CLOSE arq-pedidos.

      *    o historico tem o mesmo layout do pedido corrente
       CARREGAR-PEDIDOS-HIST SECTION.
           OPEN INPUT arq-pedidos-hist.
           IF  NOT ws-hist-ok
               EXIT SECTION
           END-IF.
           READ arq-pedidos-hist NEXT RECORD.
           PERFORM UNTIL NOT ws-hist-ok
               MOVE rw-hp-registro         TO rw-registro
               PERFORM APURAR-PEDIDO
               READ arq-pedidos-hist NEXT RECORD
           END-PERFORM.
           CLOSE arq-pedidos-hist.

      ******************************************************************
      * Mede o pedido do mes e soma a medicao no geral e nas quebras de
      * territorio, vendedor e romaneio.
      ******************************************************************
       APURAR-PEDIDO SECTION.
           IF  NOT rw-pedido-ativo
           OR  rw-pedido-cancelado
           OR  rw-dt-pedido(1:6) NOT EQUAL ws-anomes-referencia
               EXIT SECTION
           END-IF.
           ADD 1                           TO WS-CT-PEDIDOS.
           INITIALIZE                      ws-medicao-pedido.
           MOVE 1                          TO ws-md-qt-pedidos.
           MOVE rw-dt-confirmacao          TO ws-dt-etapa.
           PERFORM CALCULAR-DIAS-ETAPA.
           IF  ws-etapa-ocorreu
               MOVE 1                      TO ws-md-qt-confirmados
               MOVE ws-qt-dias-etapa       TO ws-md-qt-dias-conf
           END-IF.
           MOVE rw-dt-faturamento          TO ws-dt-etapa.
           PERFORM CALCULAR-DIAS-ETAPA.
           IF  ws-etapa-ocorreu
               MOVE 1                      TO ws-md-qt-faturados
               MOVE ws-qt-dias-etapa       TO ws-md-qt-dias-fat
           END-IF.
           MOVE ZEROS                      TO ws-dt-etapa.
           IF  rw-pedido-entregue
               MOVE rw-dt-entrega          TO ws-dt-etapa
           END-IF.
           PERFORM CALCULAR-DIAS-ETAPA.
           IF  ws-etapa-ocorreu
               MOVE 1                      TO ws-md-qt-entregues
               MOVE ws-qt-dias-etapa       TO ws-md-qt-dias-entr
           END-IF.
           PERFORM MEDIR-PRAZO-PEDIDO.

           MOVE "0"                        TO rw-wns-tp-quebra.
           MOVE SPACES                     TO rw-wns-cd-quebra.
           PERFORM ACUMULAR-QUEBRA.
           PERFORM LOCALIZAR-TERRITORIO-PEDIDO.
           MOVE "1"                        TO rw-wns-tp-quebra.
           MOVE ws-cd-territorio-pedido    TO rw-wns-cd-quebra.
           PERFORM ACUMULAR-QUEBRA.
           MOVE "2"                        TO rw-wns-tp-quebra.
           MOVE rw-cd-vendedor             TO ws-cd-vendedor-txt.
           MOVE ws-cd-vendedor-txt         TO rw-wns-cd-quebra.
           PERFORM ACUMULAR-QUEBRA.
           MOVE "3"                        TO rw-wns-tp-quebra.
           MOVE SPACES                     TO rw-wns-cd-quebra.
           IF  rw-dt-romaneio IS NUMERIC
           AND rw-dt-romaneio GREATER ZEROS
               STRING rw-dt-romaneio "-" rw-nr-romaneio
                      DELIMITED BY SIZE INTO rw-wns-cd-quebra
           ELSE
               MOVE "SEM ROMANEIO"         TO rw-wns-cd-quebra
           END-IF.
           PERFORM ACUMULAR-QUEBRA.

      ******************************************************************
      * Dias corridos da data do pedido ate a data da etapa; etapa sem
      * data (zeros ou registro antigo) nao ocorreu.
      ******************************************************************
       CALCULAR-DIAS-ETAPA SECTION.
           MOVE "N"                        TO ws-etapa-sw.
           MOVE ZEROS                      TO ws-qt-dias-etapa.
           IF  ws-dt-etapa NOT NUMERIC
           OR  ws-dt-etapa EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE "S"                        TO ws-etapa-sw.
           IF  ws-dt-etapa GREATER rw-dt-pedido
               COMPUTE ws-qt-dias-etapa =
                       FUNCTION INTEGER-OF-DATE(ws-dt-etapa)
                     - FUNCTION INTEGER-OF-DATE(rw-dt-pedido)
           END-IF.

      ******************************************************************
      * Entra na medicao o pedido com data prometida que ja foi
      * entregue, ou que ainda nao foi e ja passou da data (fora do
      * prazo). Completo e a entrega sem recusa parcial.
      ******************************************************************
       MEDIR-PRAZO-PEDIDO SECTION.
           IF  rw-dt-entrega-prevista NOT NUMERIC
           OR  rw-dt-entrega-prevista EQUAL ZEROS
               EXIT SECTION
           END-IF.
           IF  ws-md-qt-entregues EQUAL ZEROS
               IF  NOT rw-pedido-entregue
               AND rw-dt-entrega-prevista LESS ws-dt-hoje
                   MOVE 1                  TO ws-md-qt-medidos
               END-IF
               EXIT SECTION
           END-IF.
           MOVE 1                          TO ws-md-qt-medidos.
           IF  rw-dt-entrega NOT GREATER rw-dt-entrega-prevista
               MOVE 1                      TO ws-md-qt-no-prazo
           END-IF.
           IF  NOT rw-entrega-parcial
               MOVE 1                      TO ws-md-qt-completos
           END-IF.
           IF  ws-md-qt-no-prazo EQUAL 1
           AND ws-md-qt-completos EQUAL 1
               MOVE 1                      TO ws-md-qt-otif
           END-IF.

       LOCALIZAR-TERRITORIO-PEDIDO SECTION.
           MOVE SPACES                     TO ws-cd-territorio-pedido.
           IF  NOT ws-clientes-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-cd-cliente              TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               NOT INVALID KEY
                   MOVE rw-cli-cd-territorio
                                           TO ws-cd-territorio-pedido
           END-READ.

       ACUMULAR-QUEBRA SECTION.
           READ arq-trabalho KEY IS rw-wns-chave
               INVALID KEY
                   INITIALIZE              rw-wns-qt-pedidos
                                           rw-wns-qt-confirmados
                                           rw-wns-qt-dias-conf
                                           rw-wns-qt-faturados
                                           rw-wns-qt-dias-fat
                                           rw-wns-qt-entregues
                                           rw-wns-qt-dias-entr
                                           rw-wns-qt-medidos
                                           rw-wns-qt-no-prazo
                                           rw-wns-qt-completos
                                           rw-wns-qt-otif
                   PERFORM SOMAR-MEDICAO-QUEBRA
                   WRITE rw-wns-registro
               NOT INVALID KEY
                   PERFORM SOMAR-MEDICAO-QUEBRA
                   REWRITE rw-wns-registro
           END-READ.

       SOMAR-MEDICAO-QUEBRA SECTION.
           ADD ws-md-qt-pedidos            TO rw-wns-qt-pedidos.
           ADD ws-md-qt-confirmados        TO rw-wns-qt-confirmados.
           ADD ws-md-qt-dias-conf          TO rw-wns-qt-dias-conf.
           ADD ws-md-qt-faturados          TO rw-wns-qt-faturados.
           ADD ws-md-qt-dias-fat           TO rw-wns-qt-dias-fat.
           ADD ws-md-qt-entregues          TO rw-wns-qt-entregues.
           ADD ws-md-qt-dias-entr          TO rw-wns-qt-dias-entr.
           ADD ws-md-qt-medidos            TO rw-wns-qt-medidos.
           ADD ws-md-qt-no-prazo           TO rw-wns-qt-no-prazo.
           ADD ws-md-qt-completos          TO rw-wns-qt-completos.
           ADD ws-md-qt-otif               TO rw-wns-qt-otif.

      ******************************************************************
      * Um bloco por tipo de quebra, na ordem da chave do acumulado.
      ******************************************************************
       IMPRIMIR-QUEBRAS SECTION.
           MOVE LOW-VALUES                 TO rw-wns-chave.
           START arq-trabalho KEY IS NOT LESS rw-wns-chave
               INVALID KEY
                   MOVE "10"               TO ws-resultado-trabalho
               NOT INVALID KEY
                   READ arq-trabalho NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-trabalho-ok
               IF  rw-wns-tp-quebra NOT EQUAL ws-tp-quebra-atual
                   PERFORM IMPRIMIR-CAB-SECAO
               END-IF
               PERFORM IMPRIMIR-QUEBRA
               READ arq-trabalho NEXT RECORD
           END-PERFORM.

       IMPRIMIR-CAB-SECAO SECTION.
           MOVE rw-wns-tp-quebra           TO ws-tp-quebra-atual.
           EVALUATE rw-wns-tp-quebra
               WHEN "0"
                   MOVE "RESUMO GERAL"     TO WR-SC-DS-SECAO
               WHEN "1"
                   MOVE "POR TERRITORIO DO CLIENTE"
                                           TO WR-SC-DS-SECAO
               WHEN "2"
                   MOVE "POR VENDEDOR"     TO WR-SC-DS-SECAO
               WHEN OTHER
                   MOVE "POR ROMANEIO (DATA-CAMINHAO)"
                                           TO WR-SC-DS-SECAO
           END-EVALUATE.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 2
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-SECAO                   TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-CAB2                    TO rw-relat-servico.
           WRITE rw-relat-servico.
           ADD 3                           TO WS-CT-LINHAS2.

       IMPRIMIR-QUEBRA SECTION.
           MOVE rw-wns-cd-quebra           TO WR-DT-CD-QUEBRA.
           MOVE SPACES                     TO WR-DT-DESCRICAO.
           EVALUATE rw-wns-tp-quebra
               WHEN "0"
                   MOVE "GERAL"            TO WR-DT-CD-QUEBRA
                   MOVE "TODOS OS PEDIDOS DO MES"
                                           TO WR-DT-DESCRICAO
               WHEN "1"
                   PERFORM DESCREVER-TERRITORIO
               WHEN "2"
                   PERFORM DESCREVER-VENDEDOR
           END-EVALUATE.
           MOVE rw-wns-qt-pedidos          TO WR-DT-PEDIDOS.
           MOVE ZEROS                      TO ws-media-dias.
           IF  rw-wns-qt-confirmados GREATER ZEROS
               COMPUTE ws-media-dias ROUNDED =
                       rw-wns-qt-dias-conf / rw-wns-qt-confirmados
           END-IF.
           MOVE ws-media-dias              TO WR-DT-DIAS-CONF.
           MOVE ZEROS                      TO ws-media-dias.
           IF  rw-wns-qt-faturados GREATER ZEROS
               COMPUTE ws-media-dias ROUNDED =
                       rw-wns-qt-dias-fat / rw-wns-qt-faturados
           END-IF.
           MOVE ws-media-dias              TO WR-DT-DIAS-FAT.
           MOVE ZEROS                      TO ws-media-dias.
           IF  rw-wns-qt-entregues GREATER ZEROS
               COMPUTE ws-media-dias ROUNDED =
                       rw-wns-qt-dias-entr / rw-wns-qt-entregues
           END-IF.
           MOVE ws-media-dias              TO WR-DT-DIAS-ENTR.
           MOVE rw-wns-qt-medidos          TO WR-DT-MEDIDOS.
           MOVE ZEROS                      TO WR-DT-PC-PRAZO.
           MOVE ZEROS                      TO WR-DT-PC-COMPLETO.
           MOVE ZEROS                      TO WR-DT-PC-OTIF.
           IF  rw-wns-qt-medidos GREATER ZEROS
               COMPUTE ws-pc-medido ROUNDED =
                       rw-wns-qt-no-prazo * 100 / rw-wns-qt-medidos
               MOVE ws-pc-medido           TO WR-DT-PC-PRAZO
               COMPUTE ws-pc-medido ROUNDED =
                       rw-wns-qt-completos * 100 / rw-wns-qt-medidos
               MOVE ws-pc-medido           TO WR-DT-PC-COMPLETO
               COMPUTE ws-pc-medido ROUNDED =
                       rw-wns-qt-otif * 100 / rw-wns-qt-medidos
               MOVE ws-pc-medido           TO WR-DT-PC-OTIF
           END-IF.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-DETALHE                 TO rw-relat-servico.
           WRITE rw-relat-servico.
           ADD 1                           TO WS-CT-LINHAS2.

       DESCREVER-TERRITORIO SECTION.
           IF  rw-wns-cd-quebra EQUAL SPACES
               MOVE "(SEM TERRITORIO)"     TO WR-DT-DESCRICAO
               EXIT SECTION
           END-IF.
           MOVE rw-wns-cd-quebra           TO rw-ter-cd-territorio.
           READ arq-territorios KEY IS rw-ter-cd-territorio
               INVALID KEY
                   MOVE "(TERRITORIO NAO ENCONTRADO)"
                                           TO WR-DT-DESCRICAO
               NOT INVALID KEY
                   MOVE rw-ter-ds-territorio TO WR-DT-DESCRICAO
           END-READ.

       DESCREVER-VENDEDOR SECTION.
           MOVE rw-wns-cd-quebra(1:3)      TO rw-vnd-cd-vendedor.
           START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "(VENDEDOR NAO ENCONTRADO)"
                                           TO WR-DT-DESCRICAO
               NOT INVALID KEY
                   READ arq-vendedores NEXT RECORD
                   MOVE rw-vnd-nome        TO WR-DT-DESCRICAO
           END-START.

      ******************************************************************
      * Fecha a pagina corrente e completa as 66 linhas antes do
      * cabecalho da pagina seguinte, para a quebra fisica da
      * impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-CONTINUA                TO rw-relat-servico.
           WRITE rw-relat-servico.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-CAB2                    TO rw-relat-servico.
           WRITE rw-relat-servico.
           ADD 1                           TO WS-CT-LINHAS2.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-servico.
           WRITE rw-relat-servico.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-anomes-referencia       TO WR-CB-ANOMES.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-CAB1                    TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-IDENTIFICACAO           TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE SPACES                     TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-PEDIDOS              TO WR-RD-PEDIDOS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-LEGENDA1                TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-LEGENDA2                TO rw-relat-servico.
           WRITE rw-relat-servico.
           MOVE SPACES                     TO rw-relat-servico.
           MOVE WR-RODAPE                  TO rw-relat-servico.
           WRITE rw-relat-servico.
       END PROGRAM RELATORIO-NIVEL-SERVICO.
