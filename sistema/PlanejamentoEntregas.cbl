      * Date: 02/09/2026
      * Purpose: Planejamento das entregas (romaneio): toma os pedidos
      *          faturados e ainda nao entregues, agrupa por cliente,
      *          monta rotas de caminhao dentro da capacidade de peso
      *          e volume dos veiculos ativos da frota (veiculos.dat;
      *          peso e volume da carga pelos itens do pedido e o
      *          peso/volume unitario do produto) e sequencia as
      *          paradas pelo vizinho mais proximo com o mesmo
      *          haversine da roteirizacao de visitas. Cada caminhao
      *          recebe o menor veiculo livre que comporta a carga
      *          pendente do deposito, ou o maior livre; esgotada a
      *          frota do dia, as paradas restantes ficam para o
      *          proximo planejamento. Sem frota cadastrada vale o
      *          limite de pedidos por caminhao (parametro
      *          CAPACIDADE-CAMINHAO, padrao 20).
      *          Cada caminhao carrega so paradas de um deposito (o
      *          que atende o territorio do cliente, via
      *          LOCALIZAR-DEPOSITO) e parte das coordenadas dele;
      *          sem deposito cadastrado valem os parametros
      *          DEPOSITO-LATITUDE e DEPOSITO-LONGITUDE. Um romaneio
      *          por caminhao sai em
      *          romaneioCamNN-AAAAMMDD.txt com cliente, endereco,
      *          numeros de pedido, totais, placa do veiculo e o
      *          percentual de ocupacao em peso e volume. A baixa de
      *          entrega e o
      *          passo separado CONFIRMACAO-ENTREGAS.
      *          Entram no romaneio do dia os pedidos com data
      *          prometida de entrega ate o dia planejado (os atrasados
      *          inclusive) e os pedidos sem data prometida; os de data
      *          posterior ficam para o romaneio do seu dia. Cada
      *          pedido embarcado guarda a data e o numero do caminhao
      *          do romaneio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE-CONTROL.
           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-veiculos ASSIGN TO DISK "veiculos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vei-ds-placa
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-veiculos.

           SELECT arq-trabalho ASSIGN TO DISK "wrkentrega.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
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

           FD arq-clientes.
           01  rw-cli-registro.
               03 rw-cli-ds-cidade         PIC x(025).
               03 rw-cli-sg-uf             PIC x(002).

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

           FD arq-produtos.
           01  rw-prd-registro.
               03 rw-prd-cd-produto         PIC 9(007).
               03 rw-prd-ds-descricao       PIC x(040).
               03 rw-prd-ds-unidade         PIC x(003).
               03 rw-prd-vl-preco-lista     PIC 9(007)v9(002).
               03 rw-prd-st-ativo           PIC x(001).
                  88 rw-prd-ativo               VALUE "A".
                  88 rw-prd-inativo             VALUE "I".
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

           FD arq-veiculos.
           01  rw-vei-registro.
               03 rw-vei-ds-placa          PIC x(007).
               03 rw-vei-ds-veiculo        PIC x(030).
               03 rw-vei-qt-peso-max       PIC 9(006)v9(002).
               03 rw-vei-qt-volume-max     PIC 9(004)v9(003).
               03 rw-vei-tp-frota          PIC x(001).
                  88 rw-vei-frota-propria      VALUE "P".
                  88 rw-vei-frota-contratada   VALUE "C".
               03 rw-vei-st-ativo          PIC x(001).
                  88 rw-vei-ativo              VALUE "A".
                  88 rw-vei-inativo            VALUE "I".

           FD arq-trabalho.
           01  rw-wen-registro.
               03 rw-wen-cd-cliente        PIC 9(007).
               03 rw-wen-ds-pedidos        PIC x(079).
               03 rw-wen-carregado         PIC x(001).
                  88 rw-wen-ja-carregado       VALUE "S".
               03 rw-wen-cd-deposito       PIC 9(003).
               03 rw-wen-qt-peso           PIC 9(007)v9(003).
               03 rw-wen-qt-volume         PIC 9(005)v9(006).

           FD arq-romaneio.
           01  rw-romaneio                 PIC x(200).
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-romaneio    PIC x(02).
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-veiculos    PIC x(02).
                  88 ws-veiculos-ok            VALUE "00", "02".

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-campos-planejamento.
               03 ws-nome-romaneio         PIC x(040) VALUE SPACES.
               03 ws-capacidade-caminhao   PIC 9(003) VALUE 20.
                                            VALUE ZEROS.
               03 ws-long-deposito         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               03 ws-deposito-atual        PIC 9(003) VALUE ZEROS.
               03 ws-nr-caminhao           PIC 9(002) VALUE ZEROS.
               03 ws-qt-pedidos-caminhao   PIC 9(003) VALUE ZEROS.
               03 ws-seq-parada            PIC 9(003) VALUE ZEROS.
               03 ws-menor-distancia       PIC 9(006)v9(004).
               03 ws-posicao-lista         PIC 9(003) VALUE ZEROS.
               03 ws-nr-pedido-txt         PIC x(007).
               03 ws-qt-peso-pedido        PIC 9(007)v9(003)
                                            VALUE ZEROS.
               03 ws-qt-volume-pedido      PIC 9(005)v9(006)
                                            VALUE ZEROS.
               03 ws-qt-peso-caminhao      PIC 9(007)v9(003)
                                            VALUE ZEROS.
               03 ws-qt-volume-caminhao    PIC 9(005)v9(006)
                                            VALUE ZEROS.
               03 ws-qt-peso-pendente      PIC 9(009)v9(003)
                                            VALUE ZEROS.
               03 ws-qt-volume-pendente    PIC 9(007)v9(006)
                                            VALUE ZEROS.
               03 ws-pc-ocupacao           PIC 9(005) VALUE ZEROS.
               03 ws-cargas-abertas-sw     PIC x(001) VALUE "N".
                  88 ws-cargas-abertas         VALUE "S".
               03 ws-cabe-sw               PIC x(001) VALUE "S".
                  88 ws-parada-cabe            VALUE "S".
               03 ws-frota-esgotada-sw     PIC x(001) VALUE "N".
                  88 ws-frota-esgotada         VALUE "S".

      ******************************************************************
      * Frota disponivel no dia: veiculos ativos com capacidade de
      * peso; cada veiculo sai em um caminhao so.
      ******************************************************************
           01  ws-qt-veiculos              PIC 9(003) VALUE ZEROS.
           01  ws-ind-vei                  PIC 9(003) VALUE ZEROS.
           01  ws-vei-escolhido            PIC 9(003) VALUE ZEROS.
           01  ws-tabela-veiculos.
               03 ws-vei OCCURS 200 TIMES.
                  05 ws-vei-placa          PIC x(007).
                  05 ws-vei-ds-veiculo     PIC x(030).
                  05 ws-vei-peso-max       PIC 9(006)v9(002).
                  05 ws-vei-volume-max     PIC 9(004)v9(003).
                  05 ws-vei-tp-frota       PIC x(001).
                  05 ws-vei-usado-sw       PIC x(001).

           01  ws-melhor-parada.
               03 ws-mp-cd-cliente         PIC 9(007).
               03 ws-mp-qt-pedidos         PIC 9(003).
               03 ws-mp-vl-total           PIC 9(013)v9(002).
               03 ws-mp-ds-pedidos         PIC x(079).
               03 ws-mp-qt-peso            PIC 9(007)v9(003).
               03 ws-mp-qt-volume          PIC 9(005)v9(006).

      *    mesma aritmetica de haversine da roteirizacao de visitas
           01  ws-haversine.
           01  WS-CONTADORES.
               03 WS-CT-PEDIDOS            PIC 9(006) VALUE ZEROS.
               03 WS-CT-CAMINHOES          PIC 9(002) VALUE ZEROS.
               03 WS-CT-SEM-VEICULO        PIC 9(005) VALUE ZEROS.
               03 WS-CT-ENTREGA-POSTERIOR  PIC 9(006) VALUE ZEROS.

           01  WR-ROM-CAB.
               03 FILLER                   PIC x(019) VALUE
               03 FILLER                   PIC x(010) VALUE
                   "  ENTREGA ".
               03 WR-RC-DT-ENTREGA         PIC 9(008).
               03 FILLER                   PIC x(011) VALUE
                   "  DEPOSITO ".
               03 WR-RC-CD-DEPOSITO        PIC 9(003).
               03 FILLER                   PIC x(003) VALUE " - ".
               03 WR-RC-DS-DEPOSITO        PIC x(030).
           01  WR-ROM-VEICULO.
               03 FILLER                   PIC x(019) VALUE
                   "VEICULO            ".
               03 WR-RV-PLACA              PIC x(007).
               03 FILLER                   PIC x(003) VALUE " - ".
               03 WR-RV-DS-VEICULO         PIC x(030).
               03 FILLER                   PIC x(008) VALUE
                   "  FROTA ".
               03 WR-RV-DS-FROTA           PIC x(010).
               03 FILLER                   PIC x(013) VALUE
                   "  CAPACIDADE ".
               03 WR-RV-PESO-MAX           PIC Z(005)9.
               03 FILLER                   PIC x(005) VALUE " KG  ".
               03 WR-RV-VOLUME-MAX         PIC Z(003)9.999.
               03 FILLER                   PIC x(003) VALUE " M3".
           01  WR-ROM-PARADA.
               03 FILLER                   PIC x(008) VALUE "PARADA ".
               03 WR-RP-SEQ                PIC 9(003).
               03 FILLER                   PIC x(010) VALUE
                   " PEDIDOS  ".
               03 WR-RR-VL-TOTAL           PIC Z(014)9,99.
           01  WR-ROM-OCUPACAO.
               03 FILLER                   PIC x(019) VALUE
                   "CARGA DO VEICULO:  ".
               03 WR-RO-PESO               PIC Z(006)9.
               03 FILLER                   PIC x(005) VALUE " KG (".
               03 WR-RO-PC-PESO            PIC ZZZ9.
               03 FILLER                   PIC x(005) VALUE "%)   ".
               03 WR-RO-VOLUME             PIC Z(004)9.999.
               03 FILLER                   PIC x(005) VALUE " M3 (".
               03 WR-RO-PC-VOLUME          PIC ZZZ9.
               03 FILLER                   PIC x(002) VALUE "%)".

       LINKAGE SECTION.
           01  PARAMETROS-ENTREGAS.
               ACCEPT PE-DT-ENTREGA FROM DATE YYYYMMDD
           END-IF.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM CARREGAR-FROTA.
           OPEN I-O arq-pedidos.
           IF  NOT ws-pedidos-ok
               DISPLAY "PLANEJAMENTO-ENTREGAS: pedidos.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-itens.
           IF  ws-itens-ok
               OPEN INPUT arq-produtos
               IF  ws-produtos-ok
                   MOVE "S"                TO ws-cargas-abertas-sw
               ELSE
                   CLOSE arq-itens
               END-IF
           END-IF.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.
           PERFORM CARREGAR-ENTREGAS-PENDENTES.
           IF  ws-cargas-abertas
               CLOSE arq-itens
               CLOSE arq-produtos
           END-IF.
           IF  ws-qt-grupo EQUAL ZEROS
               DISPLAY "PLANEJAMENTO-ENTREGAS: nenhum pedido "
                       "faturado aguardando entrega"
           ELSE
               PERFORM MONTAR-ROMANEIOS
           END-IF.
           CLOSE arq-pedidos.
           CLOSE arq-trabalho.
           CLOSE arq-clientes.
           DISPLAY "PLANEJAMENTO-ENTREGAS: " WS-CT-PEDIDOS
                   " pedidos em " WS-CT-CAMINHOES " caminhoes".
           IF  WS-CT-ENTREGA-POSTERIOR GREATER ZEROS
               DISPLAY "PLANEJAMENTO-ENTREGAS: "
                       WS-CT-ENTREGA-POSTERIOR
                       " pedidos com entrega prometida apos "
                       PE-DT-ENTREGA " ficam para o romaneio do dia"
           END-IF.
           IF  WS-CT-SEM-VEICULO GREATER ZEROS
               DISPLAY "PLANEJAMENTO-ENTREGAS: " WS-CT-SEM-VEICULO
                       " paradas sem veiculo disponivel, ficam para "
                       "o proximo planejamento"
           END-IF.
           EXIT PROGRAM.

       CARREGAR-PARAMETROS SECTION.
           END-IF.
           CANCEL "LOCALIZAR-PARAMETRO".

       CARREGAR-FROTA SECTION.
           MOVE ZEROS                      TO ws-qt-veiculos.
           OPEN INPUT arq-veiculos.
           IF  NOT ws-veiculos-ok
               EXIT SECTION
           END-IF.
           MOVE SPACES                     TO rw-vei-ds-placa.
           START arq-veiculos KEY IS NOT LESS rw-vei-ds-placa
               INVALID KEY
                   MOVE "23"               TO ws-resultado-veiculos
           END-START.
           IF  ws-veiculos-ok
               READ arq-veiculos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-veiculos-ok
               IF  rw-vei-ativo
               AND rw-vei-qt-peso-max GREATER ZEROS
               AND ws-qt-veiculos LESS 200
                   ADD 1                   TO ws-qt-veiculos
                   MOVE rw-vei-ds-placa
                                 TO ws-vei-placa(ws-qt-veiculos)
                   MOVE rw-vei-ds-veiculo
                                 TO ws-vei-ds-veiculo(ws-qt-veiculos)
                   MOVE rw-vei-qt-peso-max
                                 TO ws-vei-peso-max(ws-qt-veiculos)
                   MOVE rw-vei-qt-volume-max
                                 TO ws-vei-volume-max(ws-qt-veiculos)
                   MOVE rw-vei-tp-frota
                                 TO ws-vei-tp-frota(ws-qt-veiculos)
                   MOVE "N"      TO ws-vei-usado-sw(ws-qt-veiculos)
               END-IF
               READ arq-veiculos NEXT RECORD
           END-PERFORM.
           CLOSE arq-veiculos.

      ******************************************************************
      * Agrupa no arquivo de trabalho os pedidos faturados e nao
      * entregues por cliente (uma parada por cliente), com a lista
           PERFORM UNTIL NOT ws-pedidos-ok
               IF  rw-pedido-ativo
               AND rw-pedido-st-faturado
                   IF  rw-dt-entrega-prevista IS NUMERIC
                   AND rw-dt-entrega-prevista GREATER PE-DT-ENTREGA
                       ADD 1               TO WS-CT-ENTREGA-POSTERIOR
                   ELSE
                       PERFORM AGRUPAR-PEDIDO-ENTREGA
                   END-IF
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       AGRUPAR-PEDIDO-ENTREGA SECTION.
           ADD 1                           TO WS-CT-PEDIDOS.
           PERFORM CALCULAR-CARGA-PEDIDO.
           MOVE rw-cd-cliente              TO rw-wen-cd-cliente.
           READ arq-trabalho KEY IS rw-wen-cd-cliente
               INVALID KEY
           MOVE rw-cli-latitude            TO rw-wen-latitude.
           MOVE rw-cli-longitude           TO rw-wen-longitude.
           MOVE "N"                        TO rw-wen-carregado.
           MOVE rw-cd-cliente              TO DEP-CD-CLIENTE.
           MOVE ZEROS                      TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           MOVE DEP-CD-DEPOSITO            TO rw-wen-cd-deposito.
           PERFORM SOMAR-PEDIDO-PARADA.

      ******************************************************************
      * Peso e volume do pedido: quantidade de cada item (venda ou
      * bonificacao, tudo sai no caminhao) vezes o peso e o volume
      * unitario do produto.
      ******************************************************************
       CALCULAR-CARGA-PEDIDO SECTION.
           MOVE ZEROS                      TO ws-qt-peso-pedido.
           MOVE ZEROS                      TO ws-qt-volume-pedido.
           IF  NOT ws-cargas-abertas
               EXIT SECTION
           END-IF.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS NOT LESS rw-pit-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens NEXT RECORD.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               MOVE rw-pit-cd-produto      TO rw-prd-cd-produto
               READ arq-produtos KEY IS rw-prd-cd-produto
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE ws-qt-peso-pedido =
                               ws-qt-peso-pedido
                             + (rw-pit-qt-produto * rw-prd-qt-peso)
                       COMPUTE ws-qt-volume-pedido =
                               ws-qt-volume-pedido
                             + (rw-pit-qt-produto * rw-prd-qt-volume)
               END-READ
               READ arq-itens NEXT RECORD
           END-PERFORM.

       SOMAR-PEDIDO-PARADA SECTION.
           ADD 1                           TO rw-wen-qt-pedidos.
           ADD rw-vl-total-pedido          TO rw-wen-vl-total.
           ADD ws-qt-peso-pedido           TO rw-wen-qt-peso.
           ADD ws-qt-volume-pedido         TO rw-wen-qt-volume.
           MOVE rw-nr-pedido               TO ws-nr-pedido-txt.
           COMPUTE ws-posicao-lista =
                   ((rw-wen-qt-pedidos - 1) * 8) + 1.
      ******************************************************************
      * Monta um caminhao por vez: paradas pelo vizinho mais proximo
      * a partir do deposito, fechando o veiculo quando a proxima
      * parada estouraria a capacidade de peso ou volume (sem frota
      * cadastrada, a capacidade em pedidos). O caminhao sai do
      * deposito da primeira parada pendente e so leva paradas dele.
      ******************************************************************
       MONTAR-ROMANEIOS SECTION.
           PERFORM VERIFICAR-PARADA-PENDENTE.
           PERFORM UNTIL NOT ws-tem-parada-pendente
                      OR ws-frota-esgotada
               IF  ws-qt-veiculos GREATER ZEROS
                   PERFORM ESCOLHER-VEICULO
               END-IF
               IF  NOT ws-frota-esgotada
                   ADD 1                   TO ws-nr-caminhao
                   ADD 1                   TO WS-CT-CAMINHOES
                   PERFORM ABRIR-ROMANEIO-CAMINHAO
                   PERFORM CARREGAR-CAMINHAO
                   PERFORM FECHAR-ROMANEIO-CAMINHAO
                   PERFORM VERIFICAR-PARADA-PENDENTE
               END-IF
           END-PERFORM.
           IF  ws-frota-esgotada
               PERFORM CONTAR-PARADAS-SEM-VEICULO
           END-IF.

      ******************************************************************
      * Veiculo do caminhao: o menor livre (em peso) que comporta
      * toda a carga pendente do deposito; se nenhum comporta, o
      * maior livre. Sem veiculo livre a frota do dia esgotou.
      ******************************************************************
       ESCOLHER-VEICULO SECTION.
           PERFORM SOMAR-CARGA-PENDENTE.
           MOVE ZEROS                      TO ws-vei-escolhido.
           PERFORM VARYING ws-ind-vei FROM 1 BY 1
                     UNTIL ws-ind-vei GREATER ws-qt-veiculos
               IF  ws-vei-usado-sw(ws-ind-vei) EQUAL "N"
               AND ws-vei-peso-max(ws-ind-vei) NOT LESS
                                           ws-qt-peso-pendente
               AND (ws-vei-volume-max(ws-ind-vei) EQUAL ZEROS
                    OR ws-vei-volume-max(ws-ind-vei) NOT LESS
                                           ws-qt-volume-pendente)
                   IF  ws-vei-escolhido EQUAL ZEROS
                   OR  ws-vei-peso-max(ws-ind-vei) LESS
                       ws-vei-peso-max(ws-vei-escolhido)
                       MOVE ws-ind-vei     TO ws-vei-escolhido
                   END-IF
               END-IF
           END-PERFORM.
           IF  ws-vei-escolhido EQUAL ZEROS
               PERFORM VARYING ws-ind-vei FROM 1 BY 1
                         UNTIL ws-ind-vei GREATER ws-qt-veiculos
                   IF  ws-vei-usado-sw(ws-ind-vei) EQUAL "N"
                       IF  ws-vei-escolhido EQUAL ZEROS
                       OR  ws-vei-peso-max(ws-ind-vei) GREATER
                           ws-vei-peso-max(ws-vei-escolhido)
                           MOVE ws-ind-vei TO ws-vei-escolhido
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF  ws-vei-escolhido EQUAL ZEROS
               MOVE "S"                    TO ws-frota-esgotada-sw
           ELSE
               MOVE "S"            TO ws-vei-usado-sw(ws-vei-escolhido)
           END-IF.

       SOMAR-CARGA-PENDENTE SECTION.
           MOVE ZEROS                      TO ws-qt-peso-pendente.
           MOVE ZEROS                      TO ws-qt-volume-pendente.
           MOVE ZEROS                      TO rw-wen-cd-cliente.
           START arq-trabalho KEY IS NOT LESS rw-wen-cd-cliente
               INVALID KEY
                   MOVE "23"               TO ws-resultado-trabalho
           END-START.
           IF  ws-trabalho-ok
               READ arq-trabalho NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
               IF  NOT rw-wen-ja-carregado
               AND rw-wen-cd-deposito EQUAL ws-deposito-atual
                   ADD rw-wen-qt-peso      TO ws-qt-peso-pendente
                   ADD rw-wen-qt-volume    TO ws-qt-volume-pendente
               END-IF
               READ arq-trabalho NEXT RECORD
           END-PERFORM.

       CONTAR-PARADAS-SEM-VEICULO SECTION.
           MOVE ZEROS                      TO rw-wen-cd-cliente.
           START arq-trabalho KEY IS NOT LESS rw-wen-cd-cliente
               INVALID KEY
                   MOVE "23"               TO ws-resultado-trabalho
           END-START.
           IF  ws-trabalho-ok
               READ arq-trabalho NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
               IF  NOT rw-wen-ja-carregado
                   ADD 1                   TO WS-CT-SEM-VEICULO
               END-IF
               READ arq-trabalho NEXT RECORD
           END-PERFORM.

       ABRIR-ROMANEIO-CAMINHAO SECTION.
           OPEN OUTPUT arq-romaneio.
           MOVE ws-nr-caminhao             TO WR-RC-NR-CAMINHAO.
           MOVE PE-DT-ENTREGA              TO WR-RC-DT-ENTREGA.
           MOVE ZEROS                      TO DEP-CD-CLIENTE.
           MOVE ws-deposito-atual          TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           MOVE ws-deposito-atual          TO WR-RC-CD-DEPOSITO.
           MOVE DEP-DS-DEPOSITO            TO WR-RC-DS-DEPOSITO.
           MOVE SPACES                     TO rw-romaneio.
           MOVE WR-ROM-CAB                 TO rw-romaneio.
           WRITE rw-romaneio.
           IF  ws-vei-escolhido GREATER ZEROS
               PERFORM IMPRIMIR-VEICULO-ROMANEIO
           END-IF.
           MOVE SPACES                     TO rw-romaneio.
           WRITE rw-romaneio.
           MOVE ZEROS                      TO ws-qt-peso-caminhao.
           MOVE ZEROS                      TO ws-qt-volume-caminhao.
           MOVE ZEROS                      TO ws-qt-pedidos-caminhao.
           MOVE ZEROS                      TO ws-vl-total-caminhao.
           MOVE ZEROS                      TO ws-seq-parada.
           MOVE ws-lat-deposito            TO ws-lat-atual.
           MOVE ws-long-deposito           TO ws-long-atual.
           IF  DEP-RETORNO EQUAL "00" OR "01"
               MOVE DEP-NR-LATITUDE        TO ws-lat-atual
               MOVE DEP-NR-LONGITUDE       TO ws-long-atual
           END-IF.

       IMPRIMIR-VEICULO-ROMANEIO SECTION.
           MOVE ws-vei-placa(ws-vei-escolhido)     TO WR-RV-PLACA.
           MOVE ws-vei-ds-veiculo(ws-vei-escolhido)
                                           TO WR-RV-DS-VEICULO.
           IF  ws-vei-tp-frota(ws-vei-escolhido) EQUAL "C"
               MOVE "CONTRATADA"           TO WR-RV-DS-FROTA
           ELSE
               MOVE "PROPRIA"              TO WR-RV-DS-FROTA
           END-IF.
           MOVE ws-vei-peso-max(ws-vei-escolhido)  TO WR-RV-PESO-MAX.
           MOVE ws-vei-volume-max(ws-vei-escolhido)
                                           TO WR-RV-VOLUME-MAX.
           MOVE SPACES                     TO rw-romaneio.
           MOVE WR-ROM-VEICULO             TO rw-romaneio.
           WRITE rw-romaneio.

       CARREGAR-CAMINHAO SECTION.
           PERFORM ESCOLHER-PROXIMA-PARADA.
           PERFORM VERIFICAR-CAPACIDADE.
           PERFORM UNTIL NOT ws-encontrou-parada
                      OR NOT ws-parada-cabe
               PERFORM EMBARCAR-PARADA
               PERFORM ESCOLHER-PROXIMA-PARADA
               PERFORM VERIFICAR-CAPACIDADE
           END-PERFORM.
      *    parada maior que a propria capacidade ganha caminhao
      *    exclusivo, para o planejamento nao travar
               PERFORM EMBARCAR-PARADA
           END-IF.

       VERIFICAR-CAPACIDADE SECTION.
           MOVE "S"                        TO ws-cabe-sw.
           IF  NOT ws-encontrou-parada
               EXIT SECTION
           END-IF.
           IF  ws-vei-escolhido EQUAL ZEROS
               IF  ws-qt-pedidos-caminhao + ws-mp-qt-pedidos
                   GREATER ws-capacidade-caminhao
                   MOVE "N"                TO ws-cabe-sw
               END-IF
               EXIT SECTION
           END-IF.
           IF  ws-qt-peso-caminhao + ws-mp-qt-peso
               GREATER ws-vei-peso-max(ws-vei-escolhido)
               MOVE "N"                    TO ws-cabe-sw
           END-IF.
           IF  ws-vei-volume-max(ws-vei-escolhido) GREATER ZEROS
           AND ws-qt-volume-caminhao + ws-mp-qt-volume
               GREATER ws-vei-volume-max(ws-vei-escolhido)
               MOVE "N"                    TO ws-cabe-sw
           END-IF.

       ESCOLHER-PROXIMA-PARADA SECTION.
           MOVE "N"                        TO ws-achou-parada-sw.
           MOVE ZEROS                      TO ws-menor-distancia.
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
               IF  NOT rw-wen-ja-carregado
               AND rw-wen-cd-deposito EQUAL ws-deposito-atual
                   MOVE ws-lat-atual       TO ws-hav-lat1
                   MOVE ws-long-atual      TO ws-hav-long1
                   MOVE rw-wen-latitude    TO ws-hav-lat2
                       MOVE rw-wen-qt-pedidos TO ws-mp-qt-pedidos
                       MOVE rw-wen-vl-total   TO ws-mp-vl-total
                       MOVE rw-wen-ds-pedidos TO ws-mp-ds-pedidos
                       MOVE rw-wen-qt-peso    TO ws-mp-qt-peso
                       MOVE rw-wen-qt-volume  TO ws-mp-qt-volume
                       MOVE "S"            TO ws-achou-parada-sw
                   END-IF
               END-IF
           ADD 1                           TO ws-seq-parada.
           ADD ws-mp-qt-pedidos            TO ws-qt-pedidos-caminhao.
           ADD ws-mp-vl-total              TO ws-vl-total-caminhao.
           ADD ws-mp-qt-peso               TO ws-qt-peso-caminhao.
           ADD ws-mp-qt-volume             TO ws-qt-volume-caminhao.
           MOVE ws-mp-latitude             TO ws-lat-atual.
           MOVE ws-mp-longitude            TO ws-long-atual.
           PERFORM IMPRIMIR-PARADA-ROMANEIO.
           PERFORM MARCAR-ROMANEIO-PEDIDOS.

      ******************************************************************
      * Os pedidos da parada guardam o romaneio (data e caminhao) em
      * que sairam, para a medicao do nivel de servico; pedido
      * recusado e replanejado fica com o romaneio mais recente.
      ******************************************************************
       MARCAR-ROMANEIO-PEDIDOS SECTION.
           MOVE ws-mp-cd-cliente           TO rw-cd-cliente.
           MOVE ZEROS                      TO rw-dt-pedido.
           START arq-pedidos KEY IS NOT LESS rw-chave-cliente-data
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
                      OR rw-cd-cliente NOT EQUAL ws-mp-cd-cliente
               IF  rw-pedido-ativo
               AND rw-pedido-st-faturado
               AND NOT (rw-dt-entrega-prevista IS NUMERIC
                   AND rw-dt-entrega-prevista GREATER PE-DT-ENTREGA)
                   MOVE PE-DT-ENTREGA      TO rw-dt-romaneio
                   MOVE ws-nr-caminhao     TO rw-nr-romaneio
                   REWRITE rw-registro
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       IMPRIMIR-PARADA-ROMANEIO SECTION.
           MOVE ws-mp-cd-cliente           TO rw-cli-cd-cliente.
           MOVE SPACES                     TO rw-romaneio.
           MOVE WR-ROM-RODAPE              TO rw-romaneio.
           WRITE rw-romaneio.
           IF  ws-vei-escolhido GREATER ZEROS
               PERFORM IMPRIMIR-OCUPACAO-VEICULO
           END-IF.
           CLOSE arq-romaneio.

      ******************************************************************
      * Ocupacao do veiculo em peso e volume; a parada maior que o
      * veiculo inteiro (caminhao exclusivo) sai acima de 100%.
      ******************************************************************
       IMPRIMIR-OCUPACAO-VEICULO SECTION.
           MOVE ws-qt-peso-caminhao        TO WR-RO-PESO.
           COMPUTE ws-pc-ocupacao ROUNDED =
                   ws-qt-peso-caminhao * 100
                 / ws-vei-peso-max(ws-vei-escolhido).
           MOVE ws-pc-ocupacao             TO WR-RO-PC-PESO.
           MOVE ws-qt-volume-caminhao      TO WR-RO-VOLUME.
           IF  ws-vei-volume-max(ws-vei-escolhido) GREATER ZEROS
               COMPUTE ws-pc-ocupacao ROUNDED =
                       ws-qt-volume-caminhao * 100
                     / ws-vei-volume-max(ws-vei-escolhido)
           ELSE
               MOVE ZEROS                  TO ws-pc-ocupacao
           END-IF.
           MOVE ws-pc-ocupacao             TO WR-RO-PC-VOLUME.
           MOVE SPACES                     TO rw-romaneio.
           MOVE WR-ROM-OCUPACAO            TO rw-romaneio.
           WRITE rw-romaneio.

       VERIFICAR-PARADA-PENDENTE SECTION.
           MOVE "N"                        TO ws-tem-pendente-sw.
           MOVE ZEROS                      TO rw-wen-cd-cliente.
                      OR ws-tem-parada-pendente
               IF  NOT rw-wen-ja-carregado
                   MOVE "S"                TO ws-tem-pendente-sw
                   MOVE rw-wen-cd-deposito TO ws-deposito-atual
               END-IF
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
