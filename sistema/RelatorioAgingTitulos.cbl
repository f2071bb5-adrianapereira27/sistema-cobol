      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Relatorio de envelhecimento (aging) dos titulos a
      *          receber em aberto (titulos.dat): o saldo de cada
      *          titulo cai numa faixa pelos dias de atraso na data
      *          de emissao (a vencer, 1-15, 16-30, 31-60, 61-90 e
      *          mais de 90 dias). Os totais saem por vendedor, com
      *          quebra e subtotal por supervisor e total geral
      *          (relatAgingTitulos.txt). Cada vendedor com cliente
      *          em atraso recebe tambem a lista de cobranca
      *          (cobrancaVendedorNNN.txt) com contato e telefone do
      *          cliente, para imprimir junto com a folha de visita.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-AGING-TITULOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-titulos ASSIGN TO DISK "titulos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-tit-chave
             ALTERNATE KEY      IS rw-tit-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-titulos.

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

           SELECT arq-trabalho ASSIGN TO DISK "wrkaging.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wag-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-aging ASSIGN TO "relatAgingTitulos.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

           SELECT arq-cobranca ASSIGN TO ws-nome-arquivo-cobranca
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-cobranca.

       DATA DIVISION.
       FILE SECTION.
           FD arq-titulos.
           01  rw-tit-registro.
               03 rw-tit-chave.
                  05 rw-tit-nr-pedido      PIC 9(007).
                  05 rw-tit-nr-parcela     PIC 9(002).
               03 rw-tit-cd-cliente        PIC 9(007).
               03 rw-tit-cd-vendedor       PIC 9(003).
               03 rw-tit-nr-nota-fiscal    PIC 9(009).
               03 rw-tit-dt-emissao        PIC 9(008).
               03 rw-tit-dt-vencimento     PIC 9(008).
               03 rw-tit-vl-titulo         PIC 9(011)v9(002).
               03 rw-tit-vl-pago           PIC 9(011)v9(002).
               03 rw-tit-vl-juros          PIC 9(009)v9(002).
               03 rw-tit-dt-pagamento      PIC 9(008).
               03 rw-tit-st-titulo         PIC x(001).
                  88 rw-tit-aberto             VALUE "A".
                  88 rw-tit-parcial            VALUE "P".
                  88 rw-tit-liquidado          VALUE "L".
                  88 rw-tit-em-aberto          VALUE "A", "P".

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

      ******************************************************************
      * Clientes em atraso por vendedor, acumulados na leitura dos
      * titulos para a lista de cobranca.
      ******************************************************************
           FD arq-trabalho.
           01  rw-wag-registro.
               03 rw-wag-chave.
                  05 rw-wag-cd-vendedor    PIC 9(003).
                  05 rw-wag-cd-cliente     PIC 9(007).
               03 rw-wag-qt-titulos        PIC 9(004).
               03 rw-wag-vl-vencido        PIC 9(011)v9(002).
               03 rw-wag-dias-atraso       PIC 9(005).

           FD relat-aging.
           01  rw-relat-aging              PIC x(200).

           FD arq-cobranca.
           01  rw-cobranca                 PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 ws-resultado-cobranca    PIC x(02).

           01  ws-nome-arquivo-cobranca    PIC x(030) VALUE SPACES.

           01  ws-campos-aging.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-hoje       PIC 9(008) VALUE ZEROS.
               03 ws-dias-atraso           PIC s9(008) VALUE ZEROS.
               03 ws-vl-saldo              PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-idx-faixa             PIC 9(001) VALUE ZEROS.
               03 ws-cd-vendedor-lido      PIC 9(003) VALUE ZEROS.

      ******************************************************************
      * Dimensionada pelo dominio da chave: codigo do vendedor e
      * PIC 9(003), logo no maximo 999 acumuladores distintos. As
      * seis faixas seguem a ordem das colunas do relatorio.
      ******************************************************************
           01  ws-tabela-aging.
               03 ws-qt-acumuladores       PIC 9(004) VALUE ZEROS.
               03 ws-acumulador OCCURS 999 TIMES
                                INDEXED BY ws-idx-acum.
                  05 ws-acm-cd-vendedor    PIC 9(003).
                  05 ws-acm-cd-supervisor  PIC 9(003).
                  05 ws-acm-vl-faixa       PIC 9(011)v9(002)
                                            OCCURS 6 TIMES.

           01  ws-achou-sw                 PIC x(01) VALUE "N".
               88 ws-achou-acumulador          VALUE "S".

           01  ws-campos-supervisor.
               03 ws-cd-supervisor-atual   PIC 9(004) VALUE ZEROS.
               03 ws-tem-grupo-sw          PIC x(001) VALUE "N".
                  88 ws-tem-grupo              VALUE "S".
               03 ws-vl-supervisor         PIC 9(011)v9(002)
                                            OCCURS 6 TIMES.
               03 ws-vl-geral              PIC 9(011)v9(002)
                                            OCCURS 6 TIMES.
               03 ws-vl-linha              PIC 9(011)v9(002)
                                            OCCURS 6 TIMES.
               03 ws-vl-total-linha        PIC 9(013)v9(002)
                                            VALUE ZEROS.

           01  ws-campos-cobranca.
               03 ws-fim-trabalho-sw       PIC x(001) VALUE "N".
                  88 ws-fim-trabalho           VALUE "S".
               03 ws-vl-total-cobranca     PIC 9(013)v9(002)
                                            VALUE ZEROS.

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
      * fim da area util e cabecalho repetido no topo de cada pagina.
      ******************************************************************
           01  WS-CONTADORES.
               03 WS-CT-VENDEDORES         PIC 9(006) VALUE ZEROS.
               03 WS-CT-LISTAS             PIC 9(006) VALUE ZEROS.
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
               03 FILLER                   PIC X(030) VALUE " ".
               03 FILLER                   PIC X(050) VALUE
                   "AGING DOS TITULOS A RECEBER EM ".
               03 WR-CB-DATA               PIC 9(008).

           01  WR-CAB2.
               03 FILLER                   PIC X(032) VALUE
                   "VENDEDOR".
               03 FILLER                   PIC X(016) VALUE
                   "        A VENCER".
               03 FILLER                   PIC X(016) VALUE
                   "       1-15 DIAS".
               03 FILLER                   PIC X(016) VALUE
                   "      16-30 DIAS".
               03 FILLER                   PIC X(016) VALUE
                   "      31-60 DIAS".
               03 FILLER                   PIC X(016) VALUE
                   "      61-90 DIAS".
               03 FILLER                   PIC X(016) VALUE
                   "    MAIS 90 DIAS".
               03 FILLER                   PIC X(018) VALUE
                   "             TOTAL".

           01  WR-CAB-SUPERVISOR.
               03 FILLER                   PIC X(011) VALUE
                   "SUPERVISOR ".
               03 WR-CS-CD-SUPERVISOR      PIC ZZ9.

           01  WR-DETALHE.
               03 WR-DT-ROTULO.
                  05 FILLER                PIC X(002) VALUE SPACES.
                  05 WR-DT-CD-VENDEDOR     PIC ZZ9.
                  05 FILLER                PIC X(002) VALUE SPACES.
                  05 WR-DT-NOME            PIC X(025).
               03 WR-DT-FAIXA OCCURS 6 TIMES.
                  05 FILLER                PIC X(002) VALUE SPACES.
                  05 WR-DT-VL-FAIXA        PIC ZZ.ZZZ.ZZ9,99.
                  05 FILLER                PIC X(001) VALUE SPACES.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9,99.

           01  WR-CL-CAB.
               03 FILLER                   PIC x(026) VALUE
                   "LISTA DE COBRANCA VENDEDOR".
               03 FILLER                   PIC x(001) VALUE SPACES.
               03 WR-CL-CD-VENDEDOR        PIC 9(003).
               03 FILLER                   PIC x(003) VALUE " - ".
               03 WR-CL-NM-VENDEDOR        PIC x(040).
               03 FILLER                   PIC x(006) VALUE " DATA ".
               03 WR-CL-DT-EMISSAO         PIC 9(008).
           01  WR-CL-CLIENTE.
               03 FILLER                   PIC x(009) VALUE "CLIENTE ".
               03 WR-CL-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC x(002) VALUE SPACES.
               03 WR-CL-RAZAO              PIC x(040).
           01  WR-CL-CONTATO.
               03 FILLER                   PIC x(011) VALUE
                   "  CONTATO: ".
               03 WR-CL-NM-CONTATO         PIC x(040).
               03 FILLER                   PIC x(012) VALUE
                   "  TELEFONE: ".
               03 WR-CL-TELEFONE           PIC x(015).
           01  WR-CL-DEBITO.
               03 FILLER                   PIC x(011) VALUE
                   "  VENCIDO: ".
               03 WR-CL-VL-VENCIDO         PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC x(011) VALUE
                   "  TITULOS: ".
               03 WR-CL-QT-TITULOS         PIC ZZZ9.
               03 FILLER                   PIC x(019) VALUE
                   "  MAIOR ATRASO: ".
               03 WR-CL-DIAS-ATRASO        PIC ZZZZ9.
               03 FILLER                   PIC x(005) VALUE " DIAS".
           01  WR-CL-RODAPE.
               03 FILLER                   PIC x(021) VALUE
                   "TOTAL VENCIDO LISTA: ".
               03 WR-CL-VL-TOTAL           PIC Z.ZZZ.ZZZ.ZZ9,99.

           01  WR-RODAPE.
               03 FILLER                   PIC X(021) VALUE
                   "TOTAL DE VENDEDORES: ".
               03 WR-RD-VENDEDORES         PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(019) VALUE
                   "LISTAS DE COBRANCA:".
               03 WR-RD-LISTAS             PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           OPEN INPUT arq-titulos.
           IF  NOT ws-titulos-ok
               DISPLAY "RELATORIO-AGING-TITULOS: titulos.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT relat-aging.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-emissao FROM TIME.
           COMPUTE ws-nr-inteiro-hoje =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje).
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           INITIALIZE ws-campos-supervisor.
           PERFORM CARREGAR-TITULOS.
           PERFORM CLASSIFICAR-SUPERVISORES.
      *    uma quebra por supervisor (0 = sem supervisor)
           PERFORM VARYING ws-cd-supervisor-atual FROM 0 BY 1
                     UNTIL ws-cd-supervisor-atual > 999
               PERFORM IMPRIMIR-GRUPO-SUPERVISOR
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           PERFORM GERAR-LISTAS-COBRANCA.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-titulos.
           CLOSE arq-trabalho.
           CLOSE arq-clientes.
           CLOSE arq-vendedores.
           CLOSE relat-aging.
           DISPLAY "RELATORIO-AGING-TITULOS: " WS-CT-VENDEDORES
                   " vendedores, " WS-CT-LISTAS
                   " listas de cobranca".
           EXIT PROGRAM.

      ******************************************************************
      * Cada titulo em aberto soma o saldo (valor menos o ja pago) na
      * faixa de atraso do seu vendedor; titulo vencido alimenta
      * tambem o cliente na lista de cobranca do vendedor.
      ******************************************************************
       CARREGAR-TITULOS SECTION.
           READ arq-titulos NEXT RECORD.
           PERFORM UNTIL NOT ws-titulos-ok
               IF  rw-tit-em-aberto
                   PERFORM ACUMULAR-TITULO
               END-IF
               READ arq-titulos NEXT RECORD
           END-PERFORM.

       ACUMULAR-TITULO SECTION.
           COMPUTE ws-vl-saldo = rw-tit-vl-titulo - rw-tit-vl-pago.
           IF  ws-vl-saldo EQUAL ZEROS
               EXIT SECTION
           END-IF.
           COMPUTE ws-dias-atraso = ws-nr-inteiro-hoje
                 - FUNCTION INTEGER-OF-DATE(rw-tit-dt-vencimento).
           EVALUATE TRUE
               WHEN ws-dias-atraso LESS 1
                   MOVE 1                  TO ws-idx-faixa
               WHEN ws-dias-atraso LESS 16
                   MOVE 2                  TO ws-idx-faixa
               WHEN ws-dias-atraso LESS 31
                   MOVE 3                  TO ws-idx-faixa
               WHEN ws-dias-atraso LESS 61
                   MOVE 4                  TO ws-idx-faixa
               WHEN ws-dias-atraso LESS 91
                   MOVE 5                  TO ws-idx-faixa
               WHEN OTHER
                   MOVE 6                  TO ws-idx-faixa
           END-EVALUATE.
           MOVE rw-tit-cd-vendedor         TO ws-cd-vendedor-lido.
           PERFORM LOCALIZAR-OU-INCLUIR-ACUMULADOR.
           ADD ws-vl-saldo TO ws-acm-vl-faixa(ws-idx-acum ws-idx-faixa).
           IF  ws-idx-faixa GREATER 1
               PERFORM ACUMULAR-CLIENTE-ATRASO
           END-IF.

       LOCALIZAR-OU-INCLUIR-ACUMULADOR SECTION.
           MOVE "N"                        TO ws-achou-sw.
           PERFORM VARYING ws-idx-acum FROM 1 BY 1
                     UNTIL ws-idx-acum > ws-qt-acumuladores
                        OR ws-achou-acumulador
               IF  ws-acm-cd-vendedor(ws-idx-acum)
                                          EQUAL ws-cd-vendedor-lido
                   MOVE "S"                TO ws-achou-sw
               END-IF
           END-PERFORM.
           IF  ws-achou-acumulador
               SET ws-idx-acum             DOWN BY 1
           ELSE
               ADD 1                       TO ws-qt-acumuladores
               SET ws-idx-acum             TO ws-qt-acumuladores
               INITIALIZE ws-acumulador(ws-idx-acum)
               MOVE ws-cd-vendedor-lido    TO
                                     ws-acm-cd-vendedor(ws-idx-acum)
           END-IF.

       ACUMULAR-CLIENTE-ATRASO SECTION.
           MOVE rw-tit-cd-vendedor         TO rw-wag-cd-vendedor.
           MOVE rw-tit-cd-cliente          TO rw-wag-cd-cliente.
           READ arq-trabalho KEY IS rw-wag-chave
               INVALID KEY
                   MOVE 1                  TO rw-wag-qt-titulos
                   MOVE ws-vl-saldo        TO rw-wag-vl-vencido
                   MOVE ws-dias-atraso     TO rw-wag-dias-atraso
                   WRITE rw-wag-registro
               NOT INVALID KEY
                   ADD 1                   TO rw-wag-qt-titulos
                   ADD ws-vl-saldo         TO rw-wag-vl-vencido
                   IF  ws-dias-atraso GREATER rw-wag-dias-atraso
                       MOVE ws-dias-atraso TO rw-wag-dias-atraso
                   END-IF
                   REWRITE rw-wag-registro
           END-READ.

      ******************************************************************
      * Preenche o supervisor de cada acumulador a partir do cadastro
      * de vendedores, para a quebra por supervisor.
      ******************************************************************
       CLASSIFICAR-SUPERVISORES SECTION.
           PERFORM VARYING ws-idx-acum FROM 1 BY 1
                     UNTIL ws-idx-acum > ws-qt-acumuladores
               MOVE ws-acm-cd-vendedor(ws-idx-acum)
                                           TO rw-vnd-cd-vendedor
               READ arq-vendedores KEY IS rw-vnd-cd-vendedor
                   INVALID KEY
                       MOVE ZEROS          TO
                               ws-acm-cd-supervisor(ws-idx-acum)
                   NOT INVALID KEY
                       MOVE rw-vnd-cd-supervisor TO
                               ws-acm-cd-supervisor(ws-idx-acum)
               END-READ
           END-PERFORM.

       IMPRIMIR-GRUPO-SUPERVISOR SECTION.
           MOVE "N"                        TO ws-tem-grupo-sw.
           PERFORM VARYING ws-idx-faixa FROM 1 BY 1
                     UNTIL ws-idx-faixa > 6
               MOVE ZEROS TO ws-vl-supervisor(ws-idx-faixa)
           END-PERFORM.
           PERFORM VARYING ws-idx-acum FROM 1 BY 1
                     UNTIL ws-idx-acum > ws-qt-acumuladores
               IF  ws-acm-cd-supervisor(ws-idx-acum) EQUAL
                                           ws-cd-supervisor-atual
                   IF  NOT ws-tem-grupo
                       PERFORM IMPRIMIR-CAB-SUPERVISOR
                       MOVE "S"            TO ws-tem-grupo-sw
                   END-IF
                   PERFORM IMPRIMIR-DETALHE-VENDEDOR
               END-IF
           END-PERFORM.
           IF  ws-tem-grupo
               PERFORM VARYING ws-idx-faixa FROM 1 BY 1
                         UNTIL ws-idx-faixa > 6
                   MOVE ws-vl-supervisor(ws-idx-faixa)
                                   TO ws-vl-linha(ws-idx-faixa)
               END-PERFORM
               MOVE SPACES                 TO WR-DT-ROTULO
               MOVE "  SUBTOTAL SUPERVISOR" TO WR-DT-ROTULO
               PERFORM IMPRIMIR-LINHA-VALORES
               MOVE SPACES                 TO rw-relat-aging
               WRITE rw-relat-aging
               ADD 1                       TO WS-CT-LINHAS2
           END-IF.

       IMPRIMIR-CAB-SUPERVISOR SECTION.
           IF  WS-CT-PAGINA EQUAL ZEROS
           OR  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE ws-cd-supervisor-atual     TO WR-CS-CD-SUPERVISOR.
           MOVE SPACES                     TO rw-relat-aging.
           MOVE WR-CAB-SUPERVISOR          TO rw-relat-aging.
           WRITE rw-relat-aging.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-DETALHE-VENDEDOR SECTION.
           ADD 1                           TO WS-CT-VENDEDORES.
           MOVE ws-acm-cd-vendedor(ws-idx-acum) TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           READ arq-vendedores KEY IS rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "(VENDEDOR NAO ENCONTRADO)" TO rw-vnd-nome
           END-READ.
           PERFORM VARYING ws-idx-faixa FROM 1 BY 1
                     UNTIL ws-idx-faixa > 6
               MOVE ws-acm-vl-faixa(ws-idx-acum ws-idx-faixa)
                                   TO ws-vl-linha(ws-idx-faixa)
               ADD ws-acm-vl-faixa(ws-idx-acum ws-idx-faixa)
                                   TO ws-vl-supervisor(ws-idx-faixa)
               ADD ws-acm-vl-faixa(ws-idx-acum ws-idx-faixa)
                                   TO ws-vl-geral(ws-idx-faixa)
           END-PERFORM.
           MOVE SPACES                     TO WR-DT-ROTULO.
           MOVE ws-acm-cd-vendedor(ws-idx-acum) TO WR-DT-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-DT-NOME.
           PERFORM IMPRIMIR-LINHA-VALORES.

       IMPRIMIR-LINHA-VALORES SECTION.
           MOVE ZEROS                      TO ws-vl-total-linha.
           PERFORM VARYING ws-idx-faixa FROM 1 BY 1
                     UNTIL ws-idx-faixa > 6
               MOVE ws-vl-linha(ws-idx-faixa)
                                   TO WR-DT-VL-FAIXA(ws-idx-faixa)
               ADD ws-vl-linha(ws-idx-faixa) TO ws-vl-total-linha
           END-PERFORM.
           MOVE ws-vl-total-linha          TO WR-DT-VL-TOTAL.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-aging.
           MOVE WR-DETALHE                 TO rw-relat-aging.
           WRITE rw-relat-aging.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-TOTAL-GERAL SECTION.
           IF  WS-CT-PAGINA EQUAL ZEROS
               PERFORM SALTAR-PAGINA
           END-IF.
           PERFORM VARYING ws-idx-faixa FROM 1 BY 1
                     UNTIL ws-idx-faixa > 6
               MOVE ws-vl-geral(ws-idx-faixa)
                                   TO ws-vl-linha(ws-idx-faixa)
           END-PERFORM.
           MOVE SPACES                     TO WR-DT-ROTULO.
           MOVE "TOTAL GERAL"              TO WR-DT-ROTULO.
           PERFORM IMPRIMIR-LINHA-VALORES.

      ******************************************************************
      * Uma lista por vendedor com cliente em atraso, lida do arquivo
      * de trabalho em ordem de vendedor e cliente, no mesmo formato
      * da folha de visita.
      ******************************************************************
       GERAR-LISTAS-COBRANCA SECTION.
           MOVE "N"                        TO ws-fim-trabalho-sw.
           MOVE ZEROS                      TO rw-wag-chave.
           START arq-trabalho KEY IS NOT LESS rw-wag-chave
               INVALID KEY
                   MOVE "S"                TO ws-fim-trabalho-sw
           END-START.
           IF  NOT ws-fim-trabalho
               READ arq-trabalho NEXT RECORD
               IF  NOT ws-trabalho-ok
                   MOVE "S"                TO ws-fim-trabalho-sw
               END-IF
           END-IF.
           PERFORM GERAR-LISTA-VENDEDOR
                   UNTIL ws-fim-trabalho.

       GERAR-LISTA-VENDEDOR SECTION.
           MOVE rw-wag-cd-vendedor         TO ws-cd-vendedor-lido.
           MOVE ZEROS                      TO ws-vl-total-cobranca.
           ADD 1                           TO WS-CT-LISTAS.
           MOVE SPACES                     TO ws-nome-arquivo-cobranca.
           STRING "cobrancaVendedor" ws-cd-vendedor-lido ".txt"
                  DELIMITED BY SIZE INTO ws-nome-arquivo-cobranca.
           OPEN OUTPUT arq-cobranca.
           MOVE ws-cd-vendedor-lido        TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           READ arq-vendedores KEY IS rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "(VENDEDOR NAO ENCONTRADO)" TO rw-vnd-nome
           END-READ.
           MOVE ws-cd-vendedor-lido        TO WR-CL-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-CL-NM-VENDEDOR.
           MOVE ws-dt-hoje                 TO WR-CL-DT-EMISSAO.
           MOVE SPACES                     TO rw-cobranca.
           MOVE WR-CL-CAB                  TO rw-cobranca.
           WRITE rw-cobranca.
           MOVE SPACES                     TO rw-cobranca.
           WRITE rw-cobranca.
           PERFORM UNTIL NOT ws-trabalho-ok
                      OR rw-wag-cd-vendedor NOT EQUAL
                                           ws-cd-vendedor-lido
               PERFORM IMPRIMIR-CLIENTE-COBRANCA
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           MOVE ws-vl-total-cobranca       TO WR-CL-VL-TOTAL.
           MOVE SPACES                     TO rw-cobranca.
           MOVE WR-CL-RODAPE               TO rw-cobranca.
           WRITE rw-cobranca.
           CLOSE arq-cobranca.
           IF  NOT ws-trabalho-ok
               MOVE "S"                    TO ws-fim-trabalho-sw
           END-IF.

       IMPRIMIR-CLIENTE-COBRANCA SECTION.
           MOVE rw-wag-cd-cliente          TO rw-cli-cd-cliente.
           MOVE SPACES                     TO rw-cli-razao-social.
           MOVE SPACES                     TO rw-cli-nm-contato.
           MOVE SPACES                     TO rw-cli-nr-telefone.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
               NOT INVALID KEY
                   READ arq-clientes NEXT RECORD
           END-START.
           ADD rw-wag-vl-vencido           TO ws-vl-total-cobranca.
           MOVE rw-wag-cd-cliente          TO WR-CL-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-CL-RAZAO.
           MOVE rw-cli-nm-contato          TO WR-CL-NM-CONTATO.
           MOVE rw-cli-nr-telefone         TO WR-CL-TELEFONE.
           MOVE rw-wag-vl-vencido          TO WR-CL-VL-VENCIDO.
           MOVE rw-wag-qt-titulos          TO WR-CL-QT-TITULOS.
           MOVE rw-wag-dias-atraso         TO WR-CL-DIAS-ATRASO.
           MOVE SPACES                     TO rw-cobranca.
           MOVE WR-CL-CLIENTE              TO rw-cobranca.
           WRITE rw-cobranca.
           MOVE SPACES                     TO rw-cobranca.
           MOVE WR-CL-CONTATO              TO rw-cobranca.
           WRITE rw-cobranca.
           MOVE SPACES                     TO rw-cobranca.
           MOVE WR-CL-DEBITO               TO rw-cobranca.
           WRITE rw-cobranca.
           MOVE SPACES                     TO rw-cobranca.
           WRITE rw-cobranca.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           IF  WS-CT-PAGINA GREATER ZEROS
               MOVE WS-CT-VENDEDORES       TO WR-SC-SUBTOTAL
               MOVE SPACES                 TO rw-relat-aging
               MOVE WR-SUBTOTAL-CONTINUA   TO rw-relat-aging
               WRITE rw-relat-aging
               ADD 1                       TO WS-CT-LINHAS2
               PERFORM COMPLETAR-PAGINA
                       UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-aging.
           WRITE rw-relat-aging.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-dt-hoje                 TO WR-CB-DATA.
           MOVE SPACES                     TO rw-relat-aging.
           MOVE WR-CAB1                    TO rw-relat-aging.
           WRITE rw-relat-aging.
           MOVE SPACES                     TO rw-relat-aging.
           MOVE WR-IDENTIFICACAO           TO rw-relat-aging.
           WRITE rw-relat-aging.
           MOVE SPACES                     TO rw-relat-aging.
           MOVE WR-CAB2                    TO rw-relat-aging.
           WRITE rw-relat-aging.
           MOVE SPACES                     TO rw-relat-aging.
           WRITE rw-relat-aging.
           MOVE 4                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-VENDEDORES           TO WR-RD-VENDEDORES.
           MOVE WS-CT-LISTAS               TO WR-RD-LISTAS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-aging.
           WRITE rw-relat-aging.
           MOVE SPACES                     TO rw-relat-aging.
           MOVE WR-RODAPE                  TO rw-relat-aging.
           WRITE rw-relat-aging.
       END PROGRAM RELATORIO-AGING-TITULOS.
