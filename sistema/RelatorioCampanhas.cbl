      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Resultado das campanhas promocionais ja iniciadas
      *          (campanhas.dat): quantidade, valor, desconto
      *          concedido e clientes atingidos pelos itens de pedido
      *          marcados com a campanha, comparados com as vendas do
      *          mesmo escopo (produto, canal e territorio) no periodo
      *          imediatamente anterior, de mesma duracao. Cruza
      *          pedidos.dat (ativos, nao cancelados) com
      *          pedidoItens.dat e o canal/territorio do cliente; os
      *          clientes distintos sao contados no arquivo de
      *          trabalho wrkcampanhas.dat. Saida em
      *          relatCampanhas.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CAMPANHAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-campanhas ASSIGN TO DISK "campanhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-cmp-cd-campanha
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-campanhas.

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

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-trabalho ASSIGN TO DISK "wrkcampanhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wcp-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-campanhas ASSIGN TO "relatCampanhas.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-campanhas.
           01  rw-cmp-registro.
               03 rw-cmp-cd-campanha       PIC 9(005).
               03 rw-cmp-ds-campanha       PIC x(030).
               03 rw-cmp-st-ativo          PIC x(001).
                  88 rw-cmp-ativa              VALUE "A".
                  88 rw-cmp-inativa            VALUE "I".
               03 rw-cmp-cd-produto        PIC 9(007).
               03 rw-cmp-cd-canal          PIC x(003).
               03 rw-cmp-cd-territorio     PIC x(005).
               03 rw-cmp-dt-inicio         PIC 9(008).
               03 rw-cmp-dt-fim            PIC 9(008).
               03 rw-cmp-tp-campanha       PIC x(001).
                  88 rw-cmp-desconto           VALUE "D".
                  88 rw-cmp-leve-pague         VALUE "L".
               03 rw-cmp-qt-minima         PIC 9(005).
               03 rw-cmp-pc-desconto       PIC 9(002)v9(002).
               03 rw-cmp-qt-leve           PIC 9(005).
               03 rw-cmp-qt-pague          PIC 9(005).

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

           FD arq-itens.
           01  rw-pit-registro.
               03 rw-pit-chave.
                  05 rw-pit-nr-pedido      PIC 9(007).
                  05 rw-pit-nr-sequencia   PIC 9(003).
               03 rw-pit-cd-produto        PIC 9(007).
               03 rw-pit-qt-produto        PIC 9(005).
               03 rw-pit-vl-unitario       PIC 9(007)v9(002).
               03 rw-pit-vl-item           PIC 9(009)v9(002).
               03 rw-pit-cd-campanha       PIC 9(005).
               03 rw-pit-vl-preco-cheio    PIC 9(007)v9(002).
               03 rw-pit-tp-item           PIC x(001).
                  88 rw-pit-venda              VALUE "V", " ".
                  88 rw-pit-bonificacao        VALUE "B".
               03 rw-pit-pc-icms           PIC 9(002)v9(002).
               03 rw-pit-vl-icms           PIC 9(009)v9(002).
               03 rw-pit-vl-base-st        PIC 9(009)v9(002).
               03 rw-pit-vl-icms-st        PIC 9(009)v9(002).

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

      *    um registro por campanha + periodo ("A" = campanha,
      *    "B" = periodo anterior) + cliente atingido
           FD arq-trabalho.
           01  rw-wcp-registro.
               03 rw-wcp-chave.
                  05 rw-wcp-cd-campanha    PIC 9(005).
                  05 rw-wcp-tp-periodo     PIC x(001).
                  05 rw-wcp-cd-cliente     PIC 9(007).

           FD relat-campanhas.
           01  rw-relat-campanhas          PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-campanhas   PIC x(02).
                  88 ws-campanhas-ok           VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-pedidos-abertos-sw       PIC x(001) VALUE "N".
               88 ws-pedidos-abertos           VALUE "S".

           01  ws-campos-pedido.
               03 ws-cd-canal-pedido       PIC x(003) VALUE SPACES.
               03 ws-cd-territorio-pedido  PIC x(005) VALUE SPACES.
               03 ws-dt-pedido-min         PIC 9(008) VALUE ZEROS.
               03 ws-dt-pedido-max         PIC 9(008) VALUE ZEROS.
               03 ws-nr-dias-campanha      PIC 9(006) VALUE ZEROS.
               03 ws-nr-inteiro-inicio     PIC 9(008) VALUE ZEROS.
               03 ws-vl-bruto-item         PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-tp-periodo            PIC x(001) VALUE SPACES.
               03 ws-cd-cliente-novo-sw    PIC x(001) VALUE "N".
                  88 ws-cliente-novo           VALUE "S".
               03 ws-achou-campanha-sw     PIC x(001) VALUE "N".
                  88 ws-achou-campanha         VALUE "S".
               03 ws-pc-variacao           PIC s9(005)v9(002)
                                            VALUE ZEROS.

      ******************************************************************
      * Campanhas iniciadas ate hoje, na ordem do codigo, com os
      * acumuladores do periodo da campanha e do periodo anterior.
      ******************************************************************
           01  ws-qt-campanhas             PIC 9(004) VALUE ZEROS.
           01  ws-ind                      PIC 9(004) VALUE ZEROS.
           01  ws-ind-ach                  PIC 9(004) VALUE ZEROS.
           01  ws-tabela-campanhas.
               03 ws-tc OCCURS 500 TIMES.
                  05 ws-tc-cd-campanha     PIC 9(005).
                  05 ws-tc-ds-campanha     PIC x(030).
                  05 ws-tc-cd-produto      PIC 9(007).
                  05 ws-tc-cd-canal        PIC x(003).
                  05 ws-tc-cd-territorio   PIC x(005).
                  05 ws-tc-dt-inicio       PIC 9(008).
                  05 ws-tc-dt-fim          PIC 9(008).
                  05 ws-tc-dt-ant-inicio   PIC 9(008).
                  05 ws-tc-dt-ant-fim      PIC 9(008).
                  05 ws-tc-qt-atual        PIC 9(009).
                  05 ws-tc-vl-atual        PIC 9(013)v9(002).
                  05 ws-tc-vl-desconto     PIC 9(013)v9(002).
                  05 ws-tc-qt-cli-atual    PIC 9(006).
                  05 ws-tc-qt-anterior     PIC 9(009).
                  05 ws-tc-vl-anterior     PIC 9(013)v9(002).
                  05 ws-tc-qt-cli-anterior PIC 9(006).

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
               03 WS-CT-EMITIDAS           PIC 9(006) VALUE ZEROS.
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
               03 FILLER                   PIC X(040) VALUE
                   "RESULTADO DE CAMPANHAS PROMOCIONAIS".
           01  WR-CAB2.
               03 FILLER                   PIC X(060) VALUE " ".
               03 FILLER                   PIC X(054) VALUE
                   "------------- PERIODO DA CAMPANHA -------------".
               03 FILLER                   PIC X(044) VALUE
                   "---------- PERIODO ANTERIOR ----------".
           01  WR-CAB3.
               03 FILLER                   PIC X(007) VALUE "CAMP.".
               03 FILLER                   PIC X(032) VALUE
                   "DESCRICAO".
               03 FILLER                   PIC X(021) VALUE
                   "VIGENCIA".
               03 FILLER                   PIC X(010) VALUE "QTDE".
               03 FILLER                   PIC X(017) VALUE "VALOR".
               03 FILLER                   PIC X(017) VALUE
                   "DESCONTO".
               03 FILLER                   PIC X(010) VALUE
                   "CLIENTES".
               03 FILLER                   PIC X(010) VALUE "QTDE".
               03 FILLER                   PIC X(017) VALUE "VALOR".
               03 FILLER                   PIC X(010) VALUE
                   "CLIENTES".
               03 FILLER                   PIC X(008) VALUE "VAR.%".

           01  WR-DETALHE.
               03 WR-DT-CD-CAMPANHA        PIC 9(005).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DS-CAMPANHA        PIC X(030).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DT-INICIO          PIC 9(008).
               03 FILLER                   PIC X(001) VALUE "-".
               03 WR-DT-DT-FIM             PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-QT-ATUAL           PIC Z(008)9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-ATUAL           PIC Z(012)9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-DESCONTO        PIC Z(012)9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-CLI-ATUAL          PIC Z(005)9.
               03 FILLER                   PIC X(004) VALUE SPACES.
               03 WR-DT-QT-ANTERIOR        PIC Z(008)9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-ANTERIOR        PIC Z(012)9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-CLI-ANTERIOR       PIC Z(005)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VARIACAO           PIC -(005)9,99.

           01  WR-RODAPE.
               03 FILLER                   PIC X(021) VALUE
                   "TOTAL DE CAMPANHAS: ".
               03 WR-RD-CAMPANHAS          PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           OPEN INPUT arq-campanhas.
           IF  NOT ws-campanhas-ok
               DISPLAY "RELATORIO-CAMPANHAS: campanhas.dat nao "
                       "encontrado"
               EXIT PROGRAM
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-emissao FROM TIME.
           PERFORM CARREGAR-CAMPANHAS.
           CLOSE arq-campanhas.
           OPEN INPUT arq-pedidos.
           IF  ws-pedidos-ok
               MOVE "S"                    TO ws-pedidos-abertos-sw
           END-IF.
           IF  ws-pedidos-abertos
           AND ws-qt-campanhas GREATER ZEROS
               OPEN INPUT arq-itens
               OPEN INPUT arq-clientes
               OPEN OUTPUT arq-trabalho
               CLOSE arq-trabalho
               OPEN I-O arq-trabalho
               PERFORM ACUMULAR-PEDIDOS
               CLOSE arq-itens
               CLOSE arq-clientes
               CLOSE arq-trabalho
           END-IF.
           IF  ws-pedidos-abertos
               CLOSE arq-pedidos
           END-IF.
           OPEN OUTPUT relat-campanhas.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-CAMPANHAS.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE relat-campanhas.
           DISPLAY "RELATORIO-CAMPANHAS: " WS-CT-EMITIDAS
                   " campanhas em relatCampanhas.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Carrega as campanhas ja iniciadas (mesmo as encerradas ou
      * desativadas depois) e calcula o periodo anterior de mesma
      * duracao, terminando na vespera do inicio da campanha. O
      * periodo total coberto limita a leitura dos pedidos.
      ******************************************************************
       CARREGAR-CAMPANHAS SECTION.
           MOVE 99999999                   TO ws-dt-pedido-min.
           MOVE ZEROS                      TO ws-dt-pedido-max.
           READ arq-campanhas NEXT RECORD.
           PERFORM UNTIL NOT ws-campanhas-ok
                      OR ws-qt-campanhas NOT LESS 500
               IF  rw-cmp-dt-inicio GREATER ZEROS
               AND rw-cmp-dt-inicio NOT GREATER ws-dt-hoje
               AND rw-cmp-dt-fim NOT LESS rw-cmp-dt-inicio
                   PERFORM INCLUIR-CAMPANHA-TABELA
               END-IF
               READ arq-campanhas NEXT RECORD
           END-PERFORM.

       INCLUIR-CAMPANHA-TABELA SECTION.
           ADD 1                           TO ws-qt-campanhas.
           MOVE ws-qt-campanhas            TO ws-ind.
           INITIALIZE                      ws-tc(ws-ind).
           MOVE rw-cmp-cd-campanha    TO ws-tc-cd-campanha(ws-ind).
           MOVE rw-cmp-ds-campanha    TO ws-tc-ds-campanha(ws-ind).
           MOVE rw-cmp-cd-produto     TO ws-tc-cd-produto(ws-ind).
           MOVE rw-cmp-cd-canal       TO ws-tc-cd-canal(ws-ind).
           MOVE rw-cmp-cd-territorio
                                   TO ws-tc-cd-territorio(ws-ind).
           MOVE rw-cmp-dt-inicio      TO ws-tc-dt-inicio(ws-ind).
           MOVE rw-cmp-dt-fim         TO ws-tc-dt-fim(ws-ind).
           COMPUTE ws-nr-inteiro-inicio =
                   FUNCTION INTEGER-OF-DATE(rw-cmp-dt-inicio).
           COMPUTE ws-nr-dias-campanha =
                   FUNCTION INTEGER-OF-DATE(rw-cmp-dt-fim)
                   - ws-nr-inteiro-inicio + 1.
           COMPUTE ws-tc-dt-ant-fim(ws-ind) =
                   FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-inicio - 1).
           COMPUTE ws-tc-dt-ant-inicio(ws-ind) =
                   FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-inicio
                                            - ws-nr-dias-campanha).
           IF  ws-tc-dt-ant-inicio(ws-ind)
                                           LESS ws-dt-pedido-min
               MOVE ws-tc-dt-ant-inicio(ws-ind)
                                           TO ws-dt-pedido-min
           END-IF.
           IF  rw-cmp-dt-fim GREATER ws-dt-pedido-max
               MOVE rw-cmp-dt-fim          TO ws-dt-pedido-max
           END-IF.

      ******************************************************************
      * Uma passada em pedidos.dat: os itens marcados com campanha
      * somam no periodo da campanha; os itens do periodo anterior
      * que caem no escopo de uma campanha somam na base de
      * comparacao dela.
      ******************************************************************
       ACUMULAR-PEDIDOS SECTION.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
               IF  rw-pedido-ativo
               AND NOT rw-pedido-cancelado
               AND rw-dt-pedido NOT LESS ws-dt-pedido-min
               AND rw-dt-pedido NOT GREATER ws-dt-pedido-max
                   PERFORM LOCALIZAR-CLIENTE-PEDIDO
                   PERFORM ACUMULAR-ITENS-PEDIDO
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       LOCALIZAR-CLIENTE-PEDIDO SECTION.
           MOVE SPACES                     TO ws-cd-canal-pedido.
           MOVE SPACES                     TO ws-cd-territorio-pedido.
           MOVE rw-cd-cliente              TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ arq-clientes NEXT RECORD
                   IF  ws-clientes-ok
                       MOVE rw-cli-cd-canal TO ws-cd-canal-pedido
                       MOVE rw-cli-cd-territorio
                                           TO ws-cd-territorio-pedido
                   END-IF
           END-START.

       ACUMULAR-ITENS-PEDIDO SECTION.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-itens
           END-START.
           IF  ws-itens-ok
               READ arq-itens NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-pit-cd-campanha IS NUMERIC
               AND rw-pit-cd-campanha GREATER ZEROS
                   PERFORM ACUMULAR-ITEM-CAMPANHA
               END-IF
               IF  NOT rw-pit-bonificacao
                   PERFORM VARYING ws-ind FROM 1 BY 1
                             UNTIL ws-ind > ws-qt-campanhas
                       PERFORM ACUMULAR-ITEM-ANTERIOR
                   END-PERFORM
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

       ACUMULAR-ITEM-CAMPANHA SECTION.
           MOVE "N"                        TO ws-achou-campanha-sw.
           PERFORM VARYING ws-ind FROM 1 BY 1
                     UNTIL ws-ind > ws-qt-campanhas
                        OR ws-achou-campanha
               IF  ws-tc-cd-campanha(ws-ind)
                                           EQUAL rw-pit-cd-campanha
                   MOVE "S"                TO ws-achou-campanha-sw
                   MOVE ws-ind    TO ws-ind-ach
               END-IF
           END-PERFORM.
           IF  NOT ws-achou-campanha
               EXIT SECTION
           END-IF.
           ADD rw-pit-qt-produto      TO ws-tc-qt-atual(ws-ind-ach).
           ADD rw-pit-vl-item         TO ws-tc-vl-atual(ws-ind-ach).
           COMPUTE ws-vl-bruto-item =
                   rw-pit-qt-produto * rw-pit-vl-preco-cheio.
           IF  ws-vl-bruto-item GREATER rw-pit-vl-item
               COMPUTE ws-tc-vl-desconto(ws-ind-ach) =
                       ws-tc-vl-desconto(ws-ind-ach)
                     + ws-vl-bruto-item - rw-pit-vl-item
           END-IF.
           MOVE "A"                        TO ws-tp-periodo.
           MOVE ws-ind-ach              TO ws-ind.
           PERFORM REGISTRAR-CLIENTE.
           IF  ws-cliente-novo
               ADD 1                  TO ws-tc-qt-cli-atual(ws-ind-ach)
           END-IF.

      *    base de comparacao: mesmo escopo da campanha, no periodo
      *    anterior, com ou sem campanha no item
       ACUMULAR-ITEM-ANTERIOR SECTION.
           IF  rw-dt-pedido LESS ws-tc-dt-ant-inicio(ws-ind)
           OR  rw-dt-pedido GREATER ws-tc-dt-ant-fim(ws-ind)
               EXIT SECTION
           END-IF.
           IF  ws-tc-cd-produto(ws-ind) NOT EQUAL ZEROS
           AND ws-tc-cd-produto(ws-ind)
                                       NOT EQUAL rw-pit-cd-produto
               EXIT SECTION
           END-IF.
           IF  ws-tc-cd-canal(ws-ind) NOT EQUAL SPACES
           AND ws-tc-cd-canal(ws-ind)
                                       NOT EQUAL ws-cd-canal-pedido
               EXIT SECTION
           END-IF.
           IF  ws-tc-cd-territorio(ws-ind) NOT EQUAL SPACES
           AND ws-tc-cd-territorio(ws-ind)
                                   NOT EQUAL ws-cd-territorio-pedido
               EXIT SECTION
           END-IF.
           ADD rw-pit-qt-produto TO ws-tc-qt-anterior(ws-ind).
           ADD rw-pit-vl-item    TO ws-tc-vl-anterior(ws-ind).
           MOVE "B"                        TO ws-tp-periodo.
           PERFORM REGISTRAR-CLIENTE.
           IF  ws-cliente-novo
               ADD 1             TO ws-tc-qt-cli-anterior(ws-ind)
           END-IF.

       REGISTRAR-CLIENTE SECTION.
           MOVE "N"                        TO ws-cd-cliente-novo-sw.
           MOVE ws-tc-cd-campanha(ws-ind)
                                           TO rw-wcp-cd-campanha.
           MOVE ws-tp-periodo              TO rw-wcp-tp-periodo.
           MOVE rw-cd-cliente              TO rw-wcp-cd-cliente.
           WRITE rw-wcp-registro.
           IF  ws-trabalho-ok
               MOVE "S"                    TO ws-cd-cliente-novo-sw
           END-IF.

       IMPRIMIR-CAMPANHAS SECTION.
           PERFORM VARYING ws-ind FROM 1 BY 1
                     UNTIL ws-ind > ws-qt-campanhas
               IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
                   PERFORM SALTAR-PAGINA
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-PERFORM.

       IMPRIMIR-DETALHE SECTION.
           ADD 1                           TO WS-CT-EMITIDAS.
           MOVE ws-tc-cd-campanha(ws-ind)
                                           TO WR-DT-CD-CAMPANHA.
           MOVE ws-tc-ds-campanha(ws-ind)
                                           TO WR-DT-DS-CAMPANHA.
           MOVE ws-tc-dt-inicio(ws-ind) TO WR-DT-DT-INICIO.
           MOVE ws-tc-dt-fim(ws-ind)    TO WR-DT-DT-FIM.
           MOVE ws-tc-qt-atual(ws-ind)  TO WR-DT-QT-ATUAL.
           MOVE ws-tc-vl-atual(ws-ind)  TO WR-DT-VL-ATUAL.
           MOVE ws-tc-vl-desconto(ws-ind)
                                           TO WR-DT-VL-DESCONTO.
           MOVE ws-tc-qt-cli-atual(ws-ind)
                                           TO WR-DT-CLI-ATUAL.
           MOVE ws-tc-qt-anterior(ws-ind)
                                           TO WR-DT-QT-ANTERIOR.
           MOVE ws-tc-vl-anterior(ws-ind)
                                           TO WR-DT-VL-ANTERIOR.
           MOVE ws-tc-qt-cli-anterior(ws-ind)
                                           TO WR-DT-CLI-ANTERIOR.
           IF  ws-tc-vl-anterior(ws-ind) GREATER ZEROS
               COMPUTE ws-pc-variacao ROUNDED =
                       (ws-tc-vl-atual(ws-ind)
                      - ws-tc-vl-anterior(ws-ind)) * 100
                      / ws-tc-vl-anterior(ws-ind)
                   ON SIZE ERROR
                       MOVE 99999,99       TO ws-pc-variacao
               END-COMPUTE
           ELSE
               MOVE ZEROS                  TO ws-pc-variacao
           END-IF.
           MOVE ws-pc-variacao             TO WR-DT-VARIACAO.
           MOVE SPACES                     TO rw-relat-campanhas.
           MOVE WR-DETALHE                 TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-EMITIDAS             TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-campanhas.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE SPACES                     TO rw-relat-campanhas.
           MOVE WR-CAB1                    TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           MOVE SPACES                     TO rw-relat-campanhas.
           MOVE WR-IDENTIFICACAO           TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           MOVE SPACES                     TO rw-relat-campanhas.
           MOVE WR-CAB2                    TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           MOVE SPACES                     TO rw-relat-campanhas.
           MOVE WR-CAB3                    TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           MOVE SPACES                     TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           MOVE 5                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-EMITIDAS             TO WR-RD-CAMPANHAS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
           MOVE SPACES                     TO rw-relat-campanhas.
           MOVE WR-RODAPE                  TO rw-relat-campanhas.
           WRITE rw-relat-campanhas.
       END PROGRAM RELATORIO-CAMPANHAS.
