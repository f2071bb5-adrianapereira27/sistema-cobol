      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Relatorio de risco de perda de cliente pelo ritmo de
      *          compra de cada um: com os pedidos ativos e nao
      *          cancelados de pedidos.dat e pedidosHist.dat calcula o
      *          intervalo medio entre as datas de compra do cliente
      *          ativo e marca quem esta sem comprar ha mais que o
      *          intervalo vezes FATOR-RISCO-PERDA (parametro; 1,5 sem
      *          cadastro). Lista por vendedor da distribuicao, do
      *          maior para o menor valor perdido por dia (ticket medio
      *          sobre o intervalo medio), com os dados de contato
      *          para a lista de retorno de ligacoes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RISCO-PERDA.

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

           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
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

           SELECT arq-trab-compras ASSIGN TO DISK "wrkriscocompras.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wrc-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-compras.

           SELECT arq-trab-risco ASSIGN TO DISK "wrkriscoperda.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wrp-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-risco.

           SELECT relat-risco ASSIGN TO "relatRiscoPerda.txt"
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
                  88 rw-hp-pedido-ativo        VALUE "A".
               03 rw-hp-st-transmissao     PIC x(001).
               03 rw-hp-st-faturamento     PIC x(001).
               03 rw-hp-dt-faturamento     PIC 9(008).
               03 rw-hp-vl-faturado        PIC 9(011)v9(002).
               03 rw-hp-st-pedido          PIC x(001).
                  88 rw-hp-pedido-cancelado    VALUE "X".
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
                  88 rw-dst-temporaria        VALUE "T".
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
                  88 rw-vnd-situacao-ativo       VALUE "A".
                  88 rw-vnd-situacao-ferias      VALUE "F".
               03 rw-vnd-cd-supervisor     PIC 9(003).

      ******************************************************************
      * Compras por cliente e data (os pedidos do mesmo dia somam numa
      * compra so).
      ******************************************************************
           FD arq-trab-compras.
           01  rw-wrc-registro.
               03 rw-wrc-chave.
                  05 rw-wrc-cd-cliente     PIC 9(007).
                  05 rw-wrc-dt-compra      PIC 9(008).
               03 rw-wrc-vl-compra         PIC 9(011)v9(002).

      ******************************************************************
      * Clientes em risco na ordem de impressao: vendedor e valor
      * perdido por dia decrescente (gravado como complemento).
      ******************************************************************
           FD arq-trab-risco.
           01  rw-wrp-registro.
               03 rw-wrp-chave.
                  05 rw-wrp-cd-vendedor    PIC 9(003).
                  05 rw-wrp-vl-ordem       PIC 9(009)v9(002).
                  05 rw-wrp-cd-cliente     PIC 9(007).
               03 rw-wrp-dt-ultima-compra  PIC 9(008).
               03 rw-wrp-qt-intervalo      PIC 9(005)v9(001).
               03 rw-wrp-qt-dias-sem       PIC 9(005).
               03 rw-wrp-vl-dia            PIC 9(009)v9(002).

           FD relat-risco.
           01  rw-relat-risco              PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
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
               03 ws-resultado-trab-compras PIC x(02).
                  88 ws-trab-compras-ok        VALUE "00", "02".
               03 ws-resultado-trab-risco  PIC x(02).
                  88 ws-trab-risco-ok          VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-fator-risco              PIC 9(003)v9(004) VALUE 1,5.

      ******************************************************************
      * Cliente corrente da apuracao
      ******************************************************************
           01  ws-campos-cliente.
               03 ws-cliente-grupo         PIC 9(007) VALUE ZEROS.
               03 ws-dt-primeira-compra    PIC 9(008) VALUE ZEROS.
               03 ws-dt-ultima-compra      PIC 9(008) VALUE ZEROS.
               03 ws-qt-compras            PIC 9(005) VALUE ZEROS.
               03 ws-vl-compras            PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-qt-dias-periodo       PIC 9(007) VALUE ZEROS.
               03 ws-qt-intervalo          PIC 9(005)v9(001)
                                            VALUE ZEROS.
               03 ws-qt-dias-sem           PIC 9(007) VALUE ZEROS.
               03 ws-qt-limite             PIC 9(007)v9(004)
                                            VALUE ZEROS.
               03 ws-vl-dia                PIC 9(009)v9(002)
                                            VALUE ZEROS.
               03 ws-fim-compras-sw        PIC x(001) VALUE "N".
                  88 ws-fim-compras            VALUE "S".

           01  ws-campos-grupo.
               03 ws-vendedor-grupo        PIC 9(003) VALUE ZEROS.
               03 ws-qt-clientes-vendedor  PIC 9(006) VALUE ZEROS.
               03 ws-vl-dia-vendedor       PIC 9(011)v9(002)
                                            VALUE ZEROS.

           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

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
               03 WS-CT-CLIENTES           PIC 9(006) VALUE ZEROS.
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
               03 FILLER                   PIC X(026) VALUE
                   "TOTAL DE CLIENTES EM RISCO".
               03 FILLER                   PIC X(002) VALUE ": ".
               03 WR-RD-CLIENTES           PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(036) VALUE
                   "CLIENTES EM RISCO DE PERDA - FATOR ".
               03 WR-CB-FATOR              PIC Z9,99.

           01  WR-CAB2.
               03 FILLER                   PIC X(050) VALUE
                   "  CLIENTE RAZAO SOCIAL                   CONTATO".
               03 FILLER                   PIC X(049) VALUE
                   "                 TELEFONE        ULTIMA   INTERV".
               03 FILLER                   PIC X(041) VALUE
                   "DIAS   VALOR/DIA E-MAIL".

           01  WR-VENDEDOR.
               03 FILLER                   PIC X(009) VALUE
                   "VENDEDOR ".
               03 WR-VD-CD-VENDEDOR        PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-VD-NOME               PIC X(040).

           01  WR-DETALHE.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-RAZAO              PIC X(030).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-CONTATO            PIC X(025).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-TELEFONE           PIC X(015).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-ULTIMA-COMPRA      PIC 9(008).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-INTERVALO          PIC ZZZ9,9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-DIAS-SEM           PIC ZZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-DIA             PIC ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-EMAIL              PIC X(040).

           01  WR-TOTAIS.
               03 FILLER                   PIC X(022) VALUE
                   "  CLIENTES EM RISCO:  ".
               03 WR-TT-CLIENTES           PIC Z(005)9.
               03 FILLER                   PIC X(024) VALUE
                   "   VALOR PERDIDO / DIA: ".
               03 WR-TT-VL-DIA             PIC Z.ZZZ.ZZ9,99.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE "FATOR-RISCO-PERDA"        TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-fator-risco
           END-IF.
           OPEN INPUT arq-clientes.
           IF  NOT ws-clientes-ok
               DISPLAY "RELATORIO-RISCO-PERDA: clientes.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-distribuicao.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT arq-trab-compras.
           CLOSE arq-trab-compras.
           OPEN I-O arq-trab-compras.
           OPEN OUTPUT arq-trab-risco.
           CLOSE arq-trab-risco.
           OPEN I-O arq-trab-risco.
           PERFORM CARREGAR-PEDIDOS.
           PERFORM CARREGAR-PEDIDOS-HIST.
           PERFORM APURAR-CLIENTES.
           OPEN OUTPUT relat-risco.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-CLIENTES-RISCO.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-clientes.
           CLOSE arq-distribuicao.
           CLOSE arq-vendedores.
           CLOSE arq-trab-compras.
           CLOSE arq-trab-risco.
           CLOSE relat-risco.
           DISPLAY "RELATORIO-RISCO-PERDA: " WS-CT-CLIENTES
                   " clientes em relatRiscoPerda.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Soma cada pedido ativo e nao cancelado na compra do cliente na
      * data do pedido, dos pedidos correntes e dos arquivados.
      ******************************************************************
       CARREGAR-PEDIDOS SECTION.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               EXIT SECTION
           END-IF.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
               IF  rw-pedido-ativo
               AND NOT rw-pedido-cancelado
                   MOVE rw-cd-cliente      TO rw-wrc-cd-cliente
                   MOVE rw-dt-pedido       TO rw-wrc-dt-compra
                   MOVE rw-vl-total-pedido TO rw-wrc-vl-compra
                   PERFORM ACUMULAR-COMPRA
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
               IF  rw-hp-pedido-ativo
               AND NOT rw-hp-pedido-cancelado
                   MOVE rw-hp-cd-cliente   TO rw-wrc-cd-cliente
                   MOVE rw-hp-dt-pedido    TO rw-wrc-dt-compra
                   MOVE rw-hp-vl-total-pedido
                                           TO rw-wrc-vl-compra
                   PERFORM ACUMULAR-COMPRA
               END-IF
               READ arq-pedidos-hist NEXT RECORD
           END-PERFORM.
           CLOSE arq-pedidos-hist.

       ACUMULAR-COMPRA SECTION.
           WRITE rw-wrc-registro.
           IF  ws-resultado-trab-compras EQUAL "22"
               MOVE rw-wrc-vl-compra       TO ws-vl-dia
               READ arq-trab-compras KEY IS rw-wrc-chave
               ADD ws-vl-dia               TO rw-wrc-vl-compra
               REWRITE rw-wrc-registro
           END-IF.

      ******************************************************************
      * Percorre as compras por cliente e data; o cliente ativo com ao
      * menos duas datas de compra e sem comprar ha mais que o
      * intervalo medio vezes o fator entra na lista de risco.
      ******************************************************************
       APURAR-CLIENTES SECTION.
           MOVE LOW-VALUES                 TO rw-wrc-chave.
           START arq-trab-compras KEY IS NOT LESS rw-wrc-chave
               INVALID KEY
                   MOVE "S"                TO ws-fim-compras-sw
           END-START.
           IF  NOT ws-fim-compras
               READ arq-trab-compras NEXT RECORD
               IF  NOT ws-trab-compras-ok
                   MOVE "S"                TO ws-fim-compras-sw
               END-IF
           END-IF.
           PERFORM APURAR-CLIENTE UNTIL ws-fim-compras.

       APURAR-CLIENTE SECTION.
           MOVE rw-wrc-cd-cliente          TO ws-cliente-grupo.
           MOVE rw-wrc-dt-compra           TO ws-dt-primeira-compra.
           MOVE ZEROS                      TO ws-qt-compras.
           MOVE ZEROS                      TO ws-vl-compras.
           PERFORM UNTIL ws-fim-compras
                      OR rw-wrc-cd-cliente NOT EQUAL ws-cliente-grupo
               ADD 1                       TO ws-qt-compras
               ADD rw-wrc-vl-compra        TO ws-vl-compras
               MOVE rw-wrc-dt-compra       TO ws-dt-ultima-compra
               READ arq-trab-compras NEXT RECORD
               IF  NOT ws-trab-compras-ok
                   MOVE "S"                TO ws-fim-compras-sw
               END-IF
           END-PERFORM.
           IF  ws-qt-compras LESS 2
               EXIT SECTION
           END-IF.
           COMPUTE ws-qt-dias-periodo =
                   FUNCTION INTEGER-OF-DATE(ws-dt-ultima-compra)
                 - FUNCTION INTEGER-OF-DATE(ws-dt-primeira-compra).
           COMPUTE ws-qt-intervalo ROUNDED =
                   ws-qt-dias-periodo / (ws-qt-compras - 1).
           IF  ws-qt-intervalo EQUAL ZEROS
               EXIT SECTION
           END-IF.
           IF  ws-dt-ultima-compra NOT LESS ws-dt-hoje
               EXIT SECTION
           END-IF.
           COMPUTE ws-qt-dias-sem =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje)
                 - FUNCTION INTEGER-OF-DATE(ws-dt-ultima-compra).
           COMPUTE ws-qt-limite = ws-qt-intervalo * ws-fator-risco.
           IF  ws-qt-dias-sem NOT GREATER ws-qt-limite
               EXIT SECTION
           END-IF.
           MOVE ws-cliente-grupo           TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-clientes NEXT RECORD.
           IF  NOT ws-clientes-ok OR NOT rw-cli-ativo
               EXIT SECTION
           END-IF.
           COMPUTE ws-vl-dia ROUNDED =
                   ws-vl-compras / ws-qt-compras / ws-qt-intervalo.
           MOVE ZEROS                      TO rw-wrp-cd-vendedor.
           MOVE ws-cliente-grupo           TO rw-dst-cd-cliente.
           READ arq-distribuicao KEY IS rw-dst-cd-cliente
               NOT INVALID KEY
                   MOVE rw-dst-cd-vendedor TO rw-wrp-cd-vendedor
           END-READ.
           COMPUTE rw-wrp-vl-ordem = 999999999,99 - ws-vl-dia.
           MOVE ws-cliente-grupo           TO rw-wrp-cd-cliente.
           MOVE ws-dt-ultima-compra        TO rw-wrp-dt-ultima-compra.
           MOVE ws-qt-intervalo            TO rw-wrp-qt-intervalo.
           MOVE ws-qt-dias-sem             TO rw-wrp-qt-dias-sem.
           MOVE ws-vl-dia                  TO rw-wrp-vl-dia.
           WRITE rw-wrp-registro.

      ******************************************************************
      * Um bloco por vendedor, com os clientes do maior para o menor
      * valor perdido por dia.
      ******************************************************************
       IMPRIMIR-CLIENTES-RISCO SECTION.
           MOVE LOW-VALUES                 TO rw-wrp-chave.
           START arq-trab-risco KEY IS NOT LESS rw-wrp-chave
               INVALID KEY
                   MOVE "10"               TO ws-resultado-trab-risco
               NOT INVALID KEY
                   READ arq-trab-risco NEXT RECORD
           END-START.
           PERFORM IMPRIMIR-GRUPO-VENDEDOR
                   UNTIL NOT ws-trab-risco-ok.

       IMPRIMIR-GRUPO-VENDEDOR SECTION.
           MOVE rw-wrp-cd-vendedor         TO ws-vendedor-grupo.
           MOVE ZEROS                      TO ws-qt-clientes-vendedor.
           MOVE ZEROS                      TO ws-vl-dia-vendedor.
           PERFORM IMPRIMIR-CAB-VENDEDOR.
           PERFORM UNTIL NOT ws-trab-risco-ok
                      OR rw-wrp-cd-vendedor NOT EQUAL ws-vendedor-grupo
               PERFORM IMPRIMIR-CLIENTE
               READ arq-trab-risco NEXT RECORD
           END-PERFORM.
           MOVE ws-qt-clientes-vendedor    TO WR-TT-CLIENTES.
           MOVE ws-vl-dia-vendedor         TO WR-TT-VL-DIA.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-TOTAIS                  TO rw-relat-risco.
           WRITE rw-relat-risco.
           MOVE SPACES                     TO rw-relat-risco.
           WRITE rw-relat-risco.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           MOVE ws-vendedor-grupo          TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           IF  ws-vendedor-grupo EQUAL ZEROS
               MOVE "(CLIENTE SEM DISTRIBUICAO)" TO rw-vnd-nome
           ELSE
               START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
                   INVALID KEY
                       MOVE "(VENDEDOR NAO ENCONTRADO)"
                                           TO rw-vnd-nome
                   NOT INVALID KEY
                       READ arq-vendedores NEXT RECORD
               END-START
           END-IF.
           MOVE ws-vendedor-grupo          TO WR-VD-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-VD-NOME.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-VENDEDOR                TO rw-relat-risco.
           WRITE rw-relat-risco.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-CAB2                    TO rw-relat-risco.
           WRITE rw-relat-risco.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-CLIENTE SECTION.
           ADD 1                           TO WS-CT-CLIENTES.
           ADD 1                           TO ws-qt-clientes-vendedor.
           ADD rw-wrp-vl-dia               TO ws-vl-dia-vendedor.
           MOVE rw-wrp-cd-cliente          TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   MOVE SPACES             TO rw-cli-registro
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
               NOT INVALID KEY
                   READ arq-clientes NEXT RECORD
           END-START.
           MOVE rw-wrp-cd-cliente          TO WR-DT-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-DT-RAZAO.
           MOVE rw-cli-nm-contato          TO WR-DT-CONTATO.
           MOVE rw-cli-nr-telefone         TO WR-DT-TELEFONE.
           MOVE rw-wrp-dt-ultima-compra    TO WR-DT-ULTIMA-COMPRA.
           MOVE rw-wrp-qt-intervalo        TO WR-DT-INTERVALO.
           MOVE rw-wrp-qt-dias-sem         TO WR-DT-DIAS-SEM.
           MOVE rw-wrp-vl-dia              TO WR-DT-VL-DIA.
           MOVE rw-cli-ds-email            TO WR-DT-EMAIL.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-DETALHE                 TO rw-relat-risco.
           WRITE rw-relat-risco.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-CLIENTES             TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-risco.
           WRITE rw-relat-risco.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-risco.
           WRITE rw-relat-risco.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-fator-risco             TO WR-CB-FATOR.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-CAB1                    TO rw-relat-risco.
           WRITE rw-relat-risco.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-IDENTIFICACAO           TO rw-relat-risco.
           WRITE rw-relat-risco.
           MOVE SPACES                     TO rw-relat-risco.
           WRITE rw-relat-risco.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-CLIENTES             TO WR-RD-CLIENTES.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-risco.
           MOVE WR-RODAPE                  TO rw-relat-risco.
           WRITE rw-relat-risco.
       END PROGRAM RELATORIO-RISCO-PERDA.
