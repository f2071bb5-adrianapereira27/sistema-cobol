      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Relatorio de potencial nao explorado por territorio.
      *          Para cada territorio soma o potencial dos prospects
      *          pendentes, conta os prospects convertidos e
      *          rejeitados com o prazo medio de conversao (captura
      *          ate a conversao), e compara com as vendas realizadas
      *          nos ultimos 12 meses (pedidos ativos e nao cancelados
      *          de pedidos.dat e pedidosHist.dat), os clientes ativos,
      *          os vendedores ativos do territorio e os clientes da
      *          distribuicao por vendedor. Os territorios saem do
      *          maior para o menor potencial pendente por vendedor;
      *          territorio sem vendedor ativo leva o potencial todo.
      *          O prospect fica no territorio cuja caixa lat/long
      *          contem o ponto (coordenada do CEP quando o prospect
      *          nao tem), o convertido no territorio do cliente
      *          gerado e, sem nenhum desses, no do seu vendedor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-POTENCIAL-TERRITORIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-territorios ASSIGN TO DISK "territorios.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ter-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-territorios.

           SELECT arq-prospects ASSIGN TO DISK "prospects.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-psp-nr-prospect
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-prospects.

           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-ped-nr-pedido
             ALTERNATE KEY      IS rw-ped-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-ped-chave-cliente-data
                                = rw-ped-cd-cliente rw-ped-dt-pedido
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

           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT arq-trab-territorio ASSIGN TO DISK "wrkpotterr.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wpt-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-territorio.

           SELECT arq-trab-ranking ASSIGN TO DISK "wrkpotrank.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wpr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-ranking.

           SELECT relat-potencial
                  ASSIGN TO "relatPotencialTerritorio.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
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

           FD arq-prospects.
           01  rw-psp-registro.
               03 rw-psp-nr-prospect       PIC 9(006).
               03 rw-psp-nm-prospect       PIC x(040).
               03 rw-psp-nr-cep            PIC x(008).
               03 rw-psp-ds-logradouro     PIC x(040).
               03 rw-psp-latitude          PIC s9(003)v9(008).
               03 rw-psp-longitude         PIC s9(003)v9(008).
               03 rw-psp-vl-potencial      PIC 9(009)v9(002).
               03 rw-psp-cd-vendedor       PIC 9(003).
               03 rw-psp-dt-captura        PIC 9(008).
               03 rw-psp-st-prospect       PIC x(001).
                  88 rw-psp-pendente           VALUE "P".
                  88 rw-psp-convertido         VALUE "A".
                  88 rw-psp-rejeitado          VALUE "R".
               03 rw-psp-cd-cliente        PIC 9(007).
               03 rw-psp-dt-conversao      PIC 9(008).

           FD arq-pedidos.
           01  rw-ped-registro.
               03 rw-ped-nr-pedido         PIC 9(007).
               03 rw-ped-cd-cliente        PIC 9(007).
               03 rw-ped-cd-vendedor       PIC 9(003).
               03 rw-ped-dt-pedido         PIC 9(008).
               03 rw-ped-qt-itens          PIC 9(003).
               03 rw-ped-vl-total          PIC 9(011)v9(002).
               03 rw-ped-st-ativo          PIC x(001).
                  88 rw-ped-ativo              VALUE "A".
                  88 rw-ped-inativo            VALUE "I".
               03 rw-ped-st-transmissao    PIC x(001).
               03 rw-ped-st-faturamento    PIC x(001).
               03 rw-ped-dt-faturamento    PIC 9(008).
               03 rw-ped-vl-faturado       PIC 9(011)v9(002).
               03 rw-ped-st-pedido         PIC x(001).
                  88 rw-ped-cancelado          VALUE "X".
               03 rw-ped-ds-motivo-cancel  PIC x(030).
               03 rw-ped-cd-cond-pagto     PIC x(003).
               03 rw-ped-dt-entrega-prevista PIC 9(008).
               03 rw-ped-dt-confirmacao    PIC 9(008).
               03 rw-ped-dt-transmissao    PIC 9(008).
               03 rw-ped-dt-entrega        PIC 9(008).
               03 rw-ped-st-entrega        PIC x(001).
               03 rw-ped-dt-romaneio       PIC 9(008).
               03 rw-ped-nr-romaneio       PIC 9(002).

           FD arq-pedidos-hist.
           01  rw-hp-registro.
               03 rw-hp-nr-pedido          PIC 9(007).
               03 rw-hp-cd-cliente         PIC 9(007).
               03 rw-hp-cd-vendedor        PIC 9(003).
               03 rw-hp-dt-pedido          PIC 9(008).
               03 rw-hp-qt-itens           PIC 9(003).
               03 rw-hp-vl-total           PIC 9(011)v9(002).
               03 rw-hp-st-ativo           PIC x(001).
                  88 rw-hp-ativo               VALUE "A".
               03 rw-hp-st-transmissao     PIC x(001).
               03 rw-hp-st-faturamento     PIC x(001).
               03 rw-hp-dt-faturamento     PIC 9(008).
               03 rw-hp-vl-faturado        PIC 9(011)v9(002).
               03 rw-hp-st-pedido          PIC x(001).
                  88 rw-hp-cancelado           VALUE "X".
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

           FD arq-distribuicao.
           01  rw-dst-registro.
               03 rw-dst-cd-cliente         PIC 9(007).
               03 rw-dst-cnpj               PIC 9(014).
               03 rw-dst-cd-vendedor        PIC 9(003).
               03 rw-dst-cpf-vendedor       PIC 9(011).
               03 rw-dst-distancia          PIC 9(006)v9(004).
               03 rw-dst-st-cobertura     PIC x(001).
               03 rw-dst-cd-titular       PIC 9(003).

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
                  88 rw-vnd-situacao-inativo     VALUE "I".
               03 rw-vnd-cd-supervisor     PIC 9(003).

      ******************************************************************
      * Acumulados por territorio (territorio em branco = prospects,
      * clientes e vendedores sem territorio identificado).
      ******************************************************************
           FD arq-trab-territorio.
           01  rw-wpt-registro.
               03 rw-wpt-cd-territorio     PIC x(005).
               03 rw-wpt-vl-potencial      PIC 9(011)v9(002).
               03 rw-wpt-qt-pendentes      PIC 9(006).
               03 rw-wpt-qt-convertidos    PIC 9(006).
               03 rw-wpt-qt-rejeitados     PIC 9(006).
               03 rw-wpt-qt-dias-conversao PIC 9(009).
               03 rw-wpt-vl-vendas         PIC 9(013)v9(002).
               03 rw-wpt-qt-clientes-ativos PIC 9(006).
               03 rw-wpt-qt-vendedores     PIC 9(004).
               03 rw-wpt-qt-clientes-distrib PIC 9(006).

      ******************************************************************
      * Territorios na ordem de impressao: potencial pendente por
      * vendedor decrescente (gravado como complemento).
      ******************************************************************
           FD arq-trab-ranking.
           01  rw-wpr-registro.
               03 rw-wpr-chave.
                  05 rw-wpr-vl-ordem       PIC 9(011)v9(002).
                  05 rw-wpr-cd-territorio  PIC x(005).
               03 rw-wpr-vl-por-vendedor   PIC 9(011)v9(002).

           FD relat-potencial.
           01  rw-relat-potencial          PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-territorios PIC x(02).
                  88 ws-territorios-ok         VALUE "00", "02".
               03 ws-resultado-prospects   PIC x(02).
                  88 ws-prospects-ok           VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-hist        PIC x(02).
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-trab-territorio PIC x(02).
                  88 ws-trab-territorio-ok     VALUE "00", "02".
               03 ws-resultado-trab-ranking PIC x(02).
                  88 ws-trab-ranking-ok        VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-arquivos-abertos.
               03 ws-territorios-abertos-sw PIC x(001) VALUE "N".
                  88 ws-territorios-abertos    VALUE "S".
               03 ws-vendedores-abertos-sw PIC x(001) VALUE "N".
                  88 ws-vendedores-abertos     VALUE "S".

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-dt-inicio-vendas         PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.

           01  ws-campos-apuracao.
               03 ws-cd-territorio-achado  PIC x(005) VALUE SPACES.
               03 ws-achou-territorio-sw   PIC x(001) VALUE "N".
                  88 ws-achou-territorio       VALUE "S".
               03 ws-nr-latitude           PIC s9(003)v9(008)
                                            VALUE ZEROS.
               03 ws-nr-longitude          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               03 ws-cd-cliente-busca      PIC 9(007) VALUE ZEROS.
               03 ws-cd-vendedor-busca     PIC 9(003) VALUE ZEROS.
               03 ws-vl-pedido             PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-qt-dias-conversao     PIC s9(007) VALUE ZEROS.
               03 ws-qt-decididos          PIC 9(007) VALUE ZEROS.

           01  WS-CONTADORES.
               03 WS-CT-TERRITORIOS        PIC 9(004) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  ws-totais-gerais.
               03 ws-tt-vl-potencial       PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-tt-qt-pendentes       PIC 9(007) VALUE ZEROS.
               03 ws-tt-qt-convertidos     PIC 9(007) VALUE ZEROS.
               03 ws-tt-qt-rejeitados      PIC 9(007) VALUE ZEROS.
               03 ws-tt-vl-vendas          PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-tt-qt-clientes-ativos PIC 9(007) VALUE ZEROS.
               03 ws-tt-qt-vendedores      PIC 9(005) VALUE ZEROS.

           01  PARAMETROS-CEP.
               05 CEP-PESQUISA             PIC x(008) VALUE SPACES.
               05 CEP-LATITUDE             PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 CEP-LONGITUDE            PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 CEP-RETORNO              PIC x(002) VALUE SPACES.
               05 CEP-LOGRADOURO           PIC x(040) VALUE SPACES.
               05 CEP-BAIRRO               PIC x(020) VALUE SPACES.
               05 CEP-CIDADE               PIC x(025) VALUE SPACES.
               05 CEP-UF                   PIC x(002) VALUE SPACES.

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

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(047) VALUE
                   "POTENCIAL NAO EXPLORADO POR TERRITORIO - VENDAS".
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-CB-DT-INICIO          PIC 9(008).
               03 FILLER                   PIC X(003) VALUE " A ".
               03 WR-CB-DT-FIM             PIC 9(008).

           01  WR-CAB2.
               03 FILLER                   PIC X(046) VALUE
                   "TERR  DESCRICAO                POT.PENDENTE  ".
               03 FILLER                   PIC X(044) VALUE
                   "PEND  CONV   REJ CONV% PRAZO   VENDAS 12 MES".
               03 FILLER                   PIC X(036) VALUE
                   "ES CLIENT VEND CLI/VEN  POT/VENDEDOR".

           01  WR-DETALHE.
               03 WR-DT-CD-TERRITORIO      PIC X(005).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-DS-TERRITORIO      PIC X(024).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-POTENCIAL       PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-PENDENTES       PIC ZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-CONVERTIDOS     PIC ZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-REJEITADOS      PIC ZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-PC-CONVERSAO       PIC ZZ9,9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-PRAZO           PIC ZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-VENDAS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-CLIENTES        PIC ZZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-VENDEDORES      PIC ZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-CLI-VENDEDOR    PIC ZZZZ9,9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-POR-VENDEDOR    PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-OBSERVACAO         PIC X(012).

           01  WR-TOTAIS.
               03 FILLER                   PIC X(031) VALUE
                   "TOTAL GERAL".
               03 WR-TT-VL-POTENCIAL       PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-QT-PENDENTES       PIC ZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-QT-CONVERTIDOS     PIC ZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-QT-REJEITADOS      PIC ZZZZ9.
               03 FILLER                   PIC X(012) VALUE SPACES.
               03 WR-TT-VL-VENDAS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-QT-CLIENTES        PIC ZZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-QT-VENDEDORES      PIC ZZZ9.

           01  WR-RODAPE.
               03 FILLER                   PIC X(024) VALUE
                   "TERRITORIOS LISTADOS:  ".
               03 WR-RD-TERRITORIOS        PIC ZZZ9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-dt-inicio-vendas = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje) - 364).
           OPEN INPUT arq-clientes.
           IF  NOT ws-clientes-ok
               DISPLAY "RELATORIO-POTENCIAL-TERRITORIO: clientes.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-territorios.
           IF  ws-territorios-ok
               MOVE "S"                    TO ws-territorios-abertos-sw
           END-IF.
           OPEN INPUT arq-vendedores.
           IF  ws-vendedores-ok
               MOVE "S"                    TO ws-vendedores-abertos-sw
           END-IF.
           OPEN OUTPUT arq-trab-territorio.
           CLOSE arq-trab-territorio.
           OPEN I-O arq-trab-territorio.
           OPEN OUTPUT arq-trab-ranking.
           CLOSE arq-trab-ranking.
           OPEN I-O arq-trab-ranking.

           PERFORM CARREGAR-TERRITORIOS.
           PERFORM CARREGAR-VENDEDORES.
           PERFORM CARREGAR-CLIENTES.
           PERFORM CARREGAR-DISTRIBUICAO.
           PERFORM CARREGAR-PROSPECTS.
           PERFORM CARREGAR-PEDIDOS.
           PERFORM CARREGAR-PEDIDOS-HIST.
           PERFORM CLASSIFICAR-TERRITORIOS.

           OPEN OUTPUT relat-potencial.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-TERRITORIOS.
           PERFORM IMPRIMIR-RODAPE.

           CLOSE arq-clientes.
           IF  ws-territorios-abertos
               CLOSE arq-territorios
           END-IF.
           IF  ws-vendedores-abertos
               CLOSE arq-vendedores
           END-IF.
           CLOSE arq-trab-territorio.
           CLOSE arq-trab-ranking.
           CLOSE relat-potencial.
           DISPLAY "RELATORIO-POTENCIAL-TERRITORIO: "
                   WS-CT-TERRITORIOS
                   " territorios em relatPotencialTerritorio.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Todo territorio ativo entra no relatorio, mesmo sem movimento.
      ******************************************************************
       CARREGAR-TERRITORIOS SECTION.
           IF  NOT ws-territorios-abertos
               EXIT SECTION
           END-IF.
           READ arq-territorios NEXT RECORD.
           PERFORM UNTIL NOT ws-territorios-ok
               IF  rw-ter-ativo
                   MOVE rw-ter-cd-territorio TO ws-cd-territorio-achado
                   PERFORM OBTER-TERRITORIO-TRABALHO
               END-IF
               READ arq-territorios NEXT RECORD
           END-PERFORM.

       CARREGAR-VENDEDORES SECTION.
           IF  NOT ws-vendedores-abertos
               EXIT SECTION
           END-IF.
           READ arq-vendedores NEXT RECORD.
           PERFORM UNTIL NOT ws-vendedores-ok
               IF  rw-vnd-ativo
               AND NOT rw-vnd-situacao-inativo
                   MOVE rw-vnd-cd-territorio TO ws-cd-territorio-achado
                   PERFORM OBTER-TERRITORIO-TRABALHO
                   ADD 1                   TO rw-wpt-qt-vendedores
                   REWRITE rw-wpt-registro
               END-IF
               READ arq-vendedores NEXT RECORD
           END-PERFORM.

       CARREGAR-CLIENTES SECTION.
           READ arq-clientes NEXT RECORD.
           PERFORM UNTIL NOT ws-clientes-ok
               IF  rw-cli-ativo
                   MOVE rw-cli-cd-territorio TO ws-cd-territorio-achado
                   PERFORM OBTER-TERRITORIO-TRABALHO
                   ADD 1                   TO rw-wpt-qt-clientes-ativos
                   REWRITE rw-wpt-registro
               END-IF
               READ arq-clientes NEXT RECORD
           END-PERFORM.

      *    cliente da distribuicao conta no territorio do vendedor
       CARREGAR-DISTRIBUICAO SECTION.
           OPEN INPUT arq-distribuicao.
           IF  NOT ws-distribuicao-ok
               EXIT SECTION
           END-IF.
           READ arq-distribuicao NEXT RECORD.
           PERFORM UNTIL NOT ws-distribuicao-ok
               MOVE rw-dst-cd-vendedor     TO ws-cd-vendedor-busca
               PERFORM LOCALIZAR-TERRITORIO-VENDEDOR
               PERFORM OBTER-TERRITORIO-TRABALHO
               ADD 1                       TO rw-wpt-qt-clientes-distrib
               REWRITE rw-wpt-registro
               READ arq-distribuicao NEXT RECORD
           END-PERFORM.
           CLOSE arq-distribuicao.

       CARREGAR-PROSPECTS SECTION.
           OPEN INPUT arq-prospects.
           IF  NOT ws-prospects-ok
               EXIT SECTION
           END-IF.
           READ arq-prospects NEXT RECORD.
           PERFORM UNTIL NOT ws-prospects-ok
               PERFORM LOCALIZAR-TERRITORIO-PROSPECT
               PERFORM OBTER-TERRITORIO-TRABALHO
               EVALUATE TRUE
                   WHEN rw-psp-pendente
                       ADD rw-psp-vl-potencial TO rw-wpt-vl-potencial
                       ADD 1               TO rw-wpt-qt-pendentes
                   WHEN rw-psp-convertido
                       ADD 1               TO rw-wpt-qt-convertidos
                       PERFORM ACUMULAR-PRAZO-CONVERSAO
                   WHEN rw-psp-rejeitado
                       ADD 1               TO rw-wpt-qt-rejeitados
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               REWRITE rw-wpt-registro
               READ arq-prospects NEXT RECORD
           END-PERFORM.
           CLOSE arq-prospects.

       ACUMULAR-PRAZO-CONVERSAO SECTION.
           IF  FUNCTION TEST-DATE-YYYYMMDD(rw-psp-dt-captura)
               NOT EQUAL ZEROS
           OR  FUNCTION TEST-DATE-YYYYMMDD(rw-psp-dt-conversao)
               NOT EQUAL ZEROS
               EXIT SECTION
           END-IF.
           COMPUTE ws-qt-dias-conversao =
                   FUNCTION INTEGER-OF-DATE(rw-psp-dt-conversao)
                 - FUNCTION INTEGER-OF-DATE(rw-psp-dt-captura).
           IF  ws-qt-dias-conversao GREATER ZEROS
               ADD ws-qt-dias-conversao TO rw-wpt-qt-dias-conversao
           END-IF.

      ******************************************************************
      * Convertido: territorio do cliente gerado. Demais: caixa
      * lat/long do territorio, com a coordenada do CEP quando o
      * prospect nao tem; sem caixa, o territorio do vendedor.
      ******************************************************************
       LOCALIZAR-TERRITORIO-PROSPECT SECTION.
           MOVE SPACES                     TO ws-cd-territorio-achado.
           IF  rw-psp-convertido
           AND rw-psp-cd-cliente GREATER ZEROS
               MOVE rw-psp-cd-cliente      TO ws-cd-cliente-busca
               PERFORM LOCALIZAR-TERRITORIO-CLIENTE
               IF  ws-cd-territorio-achado NOT EQUAL SPACES
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE rw-psp-latitude            TO ws-nr-latitude.
           MOVE rw-psp-longitude           TO ws-nr-longitude.
           IF  ws-nr-latitude EQUAL ZEROS
           AND ws-nr-longitude EQUAL ZEROS
           AND rw-psp-nr-cep NOT EQUAL SPACES
               MOVE rw-psp-nr-cep          TO CEP-PESQUISA
               CALL "LOCALIZAR-CEP" USING PARAMETROS-CEP
               CANCEL "LOCALIZAR-CEP"
               IF  CEP-RETORNO EQUAL "00"
                   MOVE CEP-LATITUDE       TO ws-nr-latitude
                   MOVE CEP-LONGITUDE      TO ws-nr-longitude
               END-IF
           END-IF.
           IF  ws-nr-latitude NOT EQUAL ZEROS
           OR  ws-nr-longitude NOT EQUAL ZEROS
               PERFORM LOCALIZAR-TERRITORIO-POR-COORDENADA
               IF  ws-achou-territorio
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE rw-psp-cd-vendedor         TO ws-cd-vendedor-busca.
           PERFORM LOCALIZAR-TERRITORIO-VENDEDOR.

      *    vale o primeiro territorio ativo cuja caixa contem o ponto
       LOCALIZAR-TERRITORIO-POR-COORDENADA SECTION.
           MOVE "N"                        TO ws-achou-territorio-sw.
           MOVE SPACES                     TO ws-cd-territorio-achado.
           IF  NOT ws-territorios-abertos
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES                 TO rw-ter-cd-territorio.
           START arq-territorios KEY IS NOT LESS rw-ter-cd-territorio
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-territorios NEXT RECORD.
           PERFORM UNTIL NOT ws-territorios-ok
                      OR ws-achou-territorio
               IF  rw-ter-ativo
               AND ws-nr-latitude  NOT LESS rw-ter-lat-min
               AND ws-nr-latitude  NOT GREATER rw-ter-lat-max
               AND ws-nr-longitude NOT LESS rw-ter-long-min
               AND ws-nr-longitude NOT GREATER rw-ter-long-max
                   MOVE rw-ter-cd-territorio TO ws-cd-territorio-achado
                   MOVE "S"                TO ws-achou-territorio-sw
               ELSE
                   READ arq-territorios NEXT RECORD
               END-IF
           END-PERFORM.

       LOCALIZAR-TERRITORIO-VENDEDOR SECTION.
           MOVE SPACES                     TO ws-cd-territorio-achado.
           IF  NOT ws-vendedores-abertos
           OR  ws-cd-vendedor-busca EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-vendedor-busca       TO rw-vnd-cd-vendedor.
           READ arq-vendedores KEY IS rw-vnd-cd-vendedor
               NOT INVALID KEY
                   MOVE rw-vnd-cd-territorio TO ws-cd-territorio-achado
           END-READ.

       LOCALIZAR-TERRITORIO-CLIENTE SECTION.
           MOVE SPACES                     TO ws-cd-territorio-achado.
           MOVE ws-cd-cliente-busca        TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               NOT INVALID KEY
                   MOVE rw-cli-cd-territorio TO ws-cd-territorio-achado
           END-READ.

      ******************************************************************
      * Vendas realizadas: pedidos ativos e nao cancelados dos ultimos
      * 12 meses, correntes e arquivados, no territorio do cliente.
      ******************************************************************
       CARREGAR-PEDIDOS SECTION.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               EXIT SECTION
           END-IF.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
               IF  rw-ped-ativo
               AND NOT rw-ped-cancelado
               AND rw-ped-dt-pedido NOT LESS ws-dt-inicio-vendas
               AND rw-ped-dt-pedido NOT GREATER ws-dt-hoje
                   MOVE rw-ped-cd-cliente  TO ws-cd-cliente-busca
                   MOVE rw-ped-vl-total    TO ws-vl-pedido
                   PERFORM ACUMULAR-VENDA
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
           CLOSE arq-pedidos.

       CARREGAR-PEDIDOS-HIST SECTION.
           OPEN INPUT arq-pedidos-hist.
           IF  NOT ws-hist-ok
               EXIT SECTION
           END-IF.
           READ arq-pedidos-hist NEXT RECORD.
           PERFORM UNTIL NOT ws-hist-ok
               IF  rw-hp-ativo
               AND NOT rw-hp-cancelado
               AND rw-hp-dt-pedido NOT LESS ws-dt-inicio-vendas
               AND rw-hp-dt-pedido NOT GREATER ws-dt-hoje
                   MOVE rw-hp-cd-cliente   TO ws-cd-cliente-busca
                   MOVE rw-hp-vl-total     TO ws-vl-pedido
                   PERFORM ACUMULAR-VENDA
               END-IF
               READ arq-pedidos-hist NEXT RECORD
           END-PERFORM.
           CLOSE arq-pedidos-hist.

       ACUMULAR-VENDA SECTION.
           PERFORM LOCALIZAR-TERRITORIO-CLIENTE.
           PERFORM OBTER-TERRITORIO-TRABALHO.
           ADD ws-vl-pedido                TO rw-wpt-vl-vendas.
           REWRITE rw-wpt-registro.

      *    deixa no registro do trabalho o territorio achado, criando-o
      *    zerado na primeira vez
       OBTER-TERRITORIO-TRABALHO SECTION.
           MOVE ws-cd-territorio-achado    TO rw-wpt-cd-territorio.
           READ arq-trab-territorio KEY IS rw-wpt-cd-territorio
               INVALID KEY
                   INITIALIZE rw-wpt-registro
                   MOVE ws-cd-territorio-achado
                                           TO rw-wpt-cd-territorio
                   WRITE rw-wpt-registro
           END-READ.

      ******************************************************************
      * Potencial pendente por vendedor ativo do territorio; sem
      * vendedor, o potencial todo.
      ******************************************************************
       CLASSIFICAR-TERRITORIOS SECTION.
           MOVE LOW-VALUES                 TO rw-wpt-cd-territorio.
           START arq-trab-territorio
                 KEY IS NOT LESS rw-wpt-cd-territorio
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-trab-territorio NEXT RECORD.
           PERFORM UNTIL NOT ws-trab-territorio-ok
               IF  rw-wpt-qt-vendedores GREATER ZEROS
                   COMPUTE rw-wpr-vl-por-vendedor ROUNDED =
                           rw-wpt-vl-potencial / rw-wpt-qt-vendedores
               ELSE
                   MOVE rw-wpt-vl-potencial TO rw-wpr-vl-por-vendedor
               END-IF
               COMPUTE rw-wpr-vl-ordem = 99999999999,99
                                       - rw-wpr-vl-por-vendedor
               MOVE rw-wpt-cd-territorio   TO rw-wpr-cd-territorio
               WRITE rw-wpr-registro
               READ arq-trab-territorio NEXT RECORD
           END-PERFORM.

       IMPRIMIR-TERRITORIOS SECTION.
           MOVE LOW-VALUES                 TO rw-wpr-chave.
           START arq-trab-ranking KEY IS NOT LESS rw-wpr-chave
               INVALID KEY
                   MOVE "10"               TO ws-resultado-trab-ranking
               NOT INVALID KEY
                   READ arq-trab-ranking NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-trab-ranking-ok
               PERFORM IMPRIMIR-TERRITORIO
               READ arq-trab-ranking NEXT RECORD
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS.

       IMPRIMIR-TERRITORIO SECTION.
           MOVE rw-wpr-cd-territorio       TO rw-wpt-cd-territorio.
           READ arq-trab-territorio KEY IS rw-wpt-cd-territorio
               INVALID KEY
                   EXIT SECTION
           END-READ.
           ADD 1                           TO WS-CT-TERRITORIOS.
           MOVE SPACES                     TO WR-DT-DS-TERRITORIO.
           MOVE SPACES                     TO WR-DT-OBSERVACAO.
           IF  rw-wpt-cd-territorio EQUAL SPACES
               MOVE "-----"                TO WR-DT-CD-TERRITORIO
               MOVE "(SEM TERRITORIO)"     TO WR-DT-DS-TERRITORIO
           ELSE
               MOVE rw-wpt-cd-territorio   TO WR-DT-CD-TERRITORIO
               IF  ws-territorios-abertos
                   MOVE rw-wpt-cd-territorio TO rw-ter-cd-territorio
                   READ arq-territorios KEY IS rw-ter-cd-territorio
                       INVALID KEY
                           MOVE "(NAO CADASTRADO)"
                                           TO WR-DT-DS-TERRITORIO
                       NOT INVALID KEY
                           MOVE rw-ter-ds-territorio
                                           TO WR-DT-DS-TERRITORIO
                   END-READ
               END-IF
           END-IF.
           MOVE rw-wpt-vl-potencial        TO WR-DT-VL-POTENCIAL.
           MOVE rw-wpt-qt-pendentes        TO WR-DT-QT-PENDENTES.
           MOVE rw-wpt-qt-convertidos      TO WR-DT-QT-CONVERTIDOS.
           MOVE rw-wpt-qt-rejeitados       TO WR-DT-QT-REJEITADOS.
           COMPUTE ws-qt-decididos = rw-wpt-qt-convertidos
                                   + rw-wpt-qt-rejeitados.
           IF  ws-qt-decididos GREATER ZEROS
               COMPUTE WR-DT-PC-CONVERSAO ROUNDED =
                       rw-wpt-qt-convertidos * 100 / ws-qt-decididos
           ELSE
               MOVE ZEROS                  TO WR-DT-PC-CONVERSAO
           END-IF.
           IF  rw-wpt-qt-convertidos GREATER ZEROS
               COMPUTE WR-DT-QT-PRAZO ROUNDED =
                       rw-wpt-qt-dias-conversao / rw-wpt-qt-convertidos
           ELSE
               MOVE ZEROS                  TO WR-DT-QT-PRAZO
           END-IF.
           MOVE rw-wpt-vl-vendas           TO WR-DT-VL-VENDAS.
           MOVE rw-wpt-qt-clientes-ativos  TO WR-DT-QT-CLIENTES.
           MOVE rw-wpt-qt-vendedores       TO WR-DT-QT-VENDEDORES.
           IF  rw-wpt-qt-vendedores GREATER ZEROS
               COMPUTE WR-DT-QT-CLI-VENDEDOR ROUNDED =
                       rw-wpt-qt-clientes-distrib
                     / rw-wpt-qt-vendedores
           ELSE
               MOVE ZEROS                  TO WR-DT-QT-CLI-VENDEDOR
               MOVE "SEM VENDEDOR"         TO WR-DT-OBSERVACAO
           END-IF.
           MOVE rw-wpr-vl-por-vendedor     TO WR-DT-VL-POR-VENDEDOR.
           ADD rw-wpt-vl-potencial         TO ws-tt-vl-potencial.
           ADD rw-wpt-qt-pendentes         TO ws-tt-qt-pendentes.
           ADD rw-wpt-qt-convertidos       TO ws-tt-qt-convertidos.
           ADD rw-wpt-qt-rejeitados        TO ws-tt-qt-rejeitados.
           ADD rw-wpt-vl-vendas            TO ws-tt-vl-vendas.
           ADD rw-wpt-qt-clientes-ativos   TO ws-tt-qt-clientes-ativos.
           ADD rw-wpt-qt-vendedores        TO ws-tt-qt-vendedores.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-potencial.
           MOVE WR-DETALHE                 TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-TOTAIS SECTION.
           MOVE ws-tt-vl-potencial         TO WR-TT-VL-POTENCIAL.
           MOVE ws-tt-qt-pendentes         TO WR-TT-QT-PENDENTES.
           MOVE ws-tt-qt-convertidos       TO WR-TT-QT-CONVERTIDOS.
           MOVE ws-tt-qt-rejeitados        TO WR-TT-QT-REJEITADOS.
           MOVE ws-tt-vl-vendas            TO WR-TT-VL-VENDAS.
           MOVE ws-tt-qt-clientes-ativos   TO WR-TT-QT-CLIENTES.
           MOVE ws-tt-qt-vendedores        TO WR-TT-QT-VENDEDORES.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           MOVE SPACES                     TO rw-relat-potencial.
           MOVE WR-TOTAIS                  TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           ADD 2                           TO WS-CT-LINHAS2.

       SALTAR-PAGINA SECTION.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-dt-inicio-vendas        TO WR-CB-DT-INICIO.
           MOVE ws-dt-hoje                 TO WR-CB-DT-FIM.
           MOVE SPACES                     TO rw-relat-potencial.
           MOVE WR-CAB1                    TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           MOVE SPACES                     TO rw-relat-potencial.
           MOVE WR-IDENTIFICACAO           TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           MOVE SPACES                     TO rw-relat-potencial.
           MOVE WR-CAB2                    TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-TERRITORIOS          TO WR-RD-TERRITORIOS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-potencial.
           WRITE rw-relat-potencial.
           MOVE SPACES                     TO rw-relat-potencial.
           MOVE WR-RODAPE                  TO rw-relat-potencial.
           WRITE rw-relat-potencial.
       END PROGRAM RELATORIO-POTENCIAL-TERRITORIO.
