      ******************************************************************
      * Author: Adriana Pereira
      * Date: 25/06/2019
      * Purpose: Roteirizacao dos clientes de cada vendedor, com o
      *          pedido sugerido de cada parada (produtos habituais
      *          dos ultimos pedidos do cliente) na folha de visita e
      *          em sugestaoPedidoNNN.txt para a captura offline.
      *          Modo "C" planeja o ciclo fixo de 4 semanas de cada
      *          vendedor em agendaVisitas.dat (cada cliente em um dia
      *          fixo da semana conforme a frequencia, com a carga do
      *          dia limitada pelo maximo de visitas e pela jornada);
      *          havendo agenda, a rota do dia sai dela.
      *          A folha de visita alerta as ocorrencias de SAC do
      *          cliente ainda abertas (ocorrencias.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-resumo-trab.

           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ped-nr-pedido
             ALTERNATE KEY      IS rw-ped-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-ped-chave-cliente-data
                                = rw-ped-cd-cliente rw-ped-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

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

           SELECT arq-historico-trab ASSIGN TO DISK "wrksugestao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-hst-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-historico.

           SELECT arq-sugestao ASSIGN TO ws-nome-arquivo-sugestao
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-acesso.

           SELECT arq-agenda ASSIGN TO DISK "agendaVisitas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-agd-chave
             ALTERNATE KEY      IS rw-agd-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-agenda.

           SELECT arq-ocorrencias ASSIGN TO DISK "ocorrencias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-oco-nr-ocorrencia
             ALTERNATE KEY      IS rw-oco-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-ocorrencias.

           SELECT arq-ciclo ASSIGN TO "cicloVisitas.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-clientes.
           FD arq-resumo-trab.
           01  rw-resumo-trab                PIC x(019).

           FD arq-pedidos.
           01  rw-ped-registro.
               03 rw-ped-nr-pedido           PIC 9(007).
               03 rw-ped-cd-cliente          PIC 9(007).
               03 rw-ped-cd-vendedor         PIC 9(003).
               03 rw-ped-dt-pedido           PIC 9(008).
               03 rw-ped-qt-itens            PIC 9(003).
               03 rw-ped-vl-total-pedido     PIC 9(011)v9(002).
               03 rw-ped-st-ativo            PIC x(001).
                  88 rw-ped-ativo                VALUE "A".
                  88 rw-ped-inativo              VALUE "I".
               03 rw-ped-st-transmissao      PIC x(001).
                  88 rw-ped-transmitido          VALUE "T".
               03 rw-ped-st-faturamento      PIC x(001).
                  88 rw-ped-faturado             VALUE "F".
               03 rw-ped-dt-faturamento      PIC 9(008).
               03 rw-ped-vl-faturado         PIC 9(011)v9(002).
               03 rw-ped-st-pedido           PIC x(001).
                  88 rw-ped-digitado             VALUE "D", " ".
                  88 rw-ped-confirmado           VALUE "C".
                  88 rw-ped-st-faturado          VALUE "F".
                  88 rw-ped-entregue             VALUE "E".
                  88 rw-ped-cancelado            VALUE "X".
               03 rw-ped-ds-motivo-cancel    PIC x(030).
               03 rw-ped-cd-cond-pagto       PIC x(003).
               03 rw-ped-dt-entrega-prevista PIC 9(008).
               03 rw-ped-dt-confirmacao    PIC 9(008).
               03 rw-ped-dt-transmissao    PIC 9(008).
               03 rw-ped-dt-entrega        PIC 9(008).
               03 rw-ped-st-entrega        PIC x(001).
               03 rw-ped-dt-romaneio       PIC 9(008).
               03 rw-ped-nr-romaneio       PIC 9(002).

           FD arq-itens.
           01  rw-pit-registro.
               03 rw-pit-chave.
                  05 rw-pit-nr-pedido        PIC 9(007).
                  05 rw-pit-nr-sequencia     PIC 9(003).
               03 rw-pit-cd-produto          PIC 9(007).
               03 rw-pit-qt-produto          PIC 9(005).
               03 rw-pit-vl-unitario         PIC 9(007)v9(002).
               03 rw-pit-vl-item             PIC 9(009)v9(002).
               03 rw-pit-cd-campanha         PIC 9(005).
               03 rw-pit-vl-preco-cheio      PIC 9(007)v9(002).
               03 rw-pit-tp-item             PIC x(001).
                  88 rw-pit-venda                VALUE "V", " ".
                  88 rw-pit-bonificacao          VALUE "B".
               03 rw-pit-pc-icms             PIC 9(002)v9(002).
               03 rw-pit-vl-icms             PIC 9(009)v9(002).
               03 rw-pit-vl-base-st          PIC 9(009)v9(002).
               03 rw-pit-vl-icms-st          PIC 9(009)v9(002).

           FD arq-produtos.
           01  rw-prd-registro.
               03 rw-prd-cd-produto          PIC 9(007).
               03 rw-prd-ds-descricao        PIC x(040).
               03 rw-prd-ds-unidade          PIC x(003).
               03 rw-prd-vl-preco-lista      PIC 9(007)v9(002).
               03 rw-prd-st-ativo            PIC x(001).
                  88 rw-prd-ativo                VALUE "A".
                  88 rw-prd-inativo              VALUE "I".
               03 rw-prd-st-retornavel       PIC x(001).
                  88 rw-prd-retornavel           VALUE "S".
               03 rw-prd-tp-vasilhame        PIC x(003).
               03 rw-prd-cd-ncm              PIC 9(008).
               03 rw-prd-cd-origem           PIC x(001).
               03 rw-prd-qt-peso             PIC 9(005)v9(003).
               03 rw-prd-qt-volume           PIC 9(003)v9(006).
               03 rw-prd-cd-familia          PIC 9(005).

      *    pedidos dos clientes da rota do vendedor, do mais recente
      *    para o mais antigo dentro de cada cliente (data invertida)
           FD arq-historico-trab.
           01  rw-hst-registro.
               03 rw-hst-chave.
                  05 rw-hst-cd-cliente       PIC 9(007).
                  05 rw-hst-dt-invertida     PIC 9(008).
                  05 rw-hst-nr-pedido        PIC 9(007).
               03 rw-hst-dt-pedido           PIC 9(008).

           FD arq-sugestao.
           01  rw-sugestao                   PIC x(200).

      *    ciclo fixo de visitas: semana do ciclo (1 a 4) e dia da
      *    semana (1 = segunda a 5 = sexta) de cada cliente
           FD arq-agenda.
           01  rw-agd-registro.
               03 rw-agd-chave.
                  05 rw-agd-cd-vendedor      PIC 9(003).
                  05 rw-agd-nr-semana        PIC 9(001).
                  05 rw-agd-nr-dia-semana    PIC 9(001).
                  05 rw-agd-cd-cliente       PIC 9(007).
               03 rw-agd-cd-frequencia       PIC x(001).
               03 rw-agd-latitude            PIC s9(003)v9(008).
               03 rw-agd-longitude           PIC s9(003)v9(008).
               03 rw-agd-nr-minutos          PIC 9(004).
               03 rw-agd-dt-planejamento     PIC 9(008).

      *    ocorrencias de SAC do cliente (alerta na folha de visita)
           FD arq-ocorrencias.
           01  rw-oco-registro.
               03 rw-oco-nr-ocorrencia       PIC 9(007).
               03 rw-oco-cd-cliente          PIC 9(007).
               03 rw-oco-nr-pedido           PIC 9(007).
               03 rw-oco-tp-ocorrencia       PIC x(003).
               03 rw-oco-ds-descricao        PIC x(060).
               03 rw-oco-ds-area             PIC x(015).
               03 rw-oco-dt-abertura         PIC 9(008).
               03 rw-oco-dt-prazo            PIC 9(008).
               03 rw-oco-st-ocorrencia       PIC x(001).
                  88 rw-oco-aberta               VALUE "A".
               03 rw-oco-dt-encerramento     PIC 9(008).
               03 rw-oco-cd-vendedor         PIC 9(003).

           FD arq-ciclo.
           01  rw-ciclo                      PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-visitas-ok             VALUE "00", "02".
               03 ws-resultado-ausencias   PIC x(02).
                  88 ws-ausencias-ok           VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-historico   PIC x(02).
                  88 ws-historico-ok           VALUE "00", "02".
               03 ws-resultado-agenda      PIC x(02).
                  88 ws-agenda-ok              VALUE "00", "02".
               03 ws-resultado-ocorrencias PIC x(02).
                  88 ws-ocorrencias-ok         VALUE "00", "02".

           01  ws-nome-arquivo-rota         PIC x(030) VALUE SPACES.
           01  ws-nome-arquivo-gpx          PIC x(030) VALUE SPACES.
           01  ws-nome-arquivo-folha        PIC x(030) VALUE SPACES.
           01  ws-nome-arquivo-sugestao     PIC x(030) VALUE SPACES.

           01  ws-campos-calendario.
               03 ws-dt-hoje                 PIC 9(008) VALUE ZEROS.
               03 ws-dia-ausente-sw          PIC x(001) VALUE "N".
                  88 ws-dia-ausente              VALUE "S".

      ******************************************************************
      * Pedido sugerido: os ultimos pedidos do cliente (parametro
      * PEDIDOS-SUGESTAO, padrao 3) acumulados por produto - em
      * quantos pedidos o produto aparece, a quantidade media nesses
      * pedidos e a data da compra mais recente. Itens de bonificacao
      * nao entram: nao sao compra do cliente.
      ******************************************************************
           01  ws-campos-sugestao.
               03 ws-qt-pedidos-sugestao     PIC 9(003) VALUE 3.
               03 ws-qt-pedidos-lidos        PIC 9(003) VALUE ZEROS.
               03 ws-qt-sug                  PIC 9(003) VALUE ZEROS.
               03 ws-ind-sug                 PIC 9(003) VALUE ZEROS.
               03 ws-ind-sug-ach             PIC 9(003) VALUE ZEROS.
               03 ws-qt-media-sug            PIC 9(005) VALUE ZEROS.
               03 ws-dias-ultima-compra      PIC 9(005) VALUE ZEROS.
               03 ws-historico-aberto-sw     PIC x(001) VALUE "N".
                  88 ws-historico-aberto         VALUE "S".
               03 ws-pedidos-abertos-sw      PIC x(001) VALUE "N".
                  88 ws-pedidos-abertos          VALUE "S".
               03 ws-produtos-abertos-sw     PIC x(001) VALUE "N".
                  88 ws-produtos-abertos         VALUE "S".
               03 ws-ocorrencias-abertas-sw  PIC x(001) VALUE "N".
                  88 ws-ocorrencias-abertas      VALUE "S".
               03 ws-qt-sac-abertas          PIC 9(003) VALUE ZEROS.
               03 ws-qt-sac-vencidas         PIC 9(003) VALUE ZEROS.
           01  ws-tabela-sugestao.
               03 ws-sug OCCURS 100 TIMES.
                  05 ws-sug-cd-produto       PIC 9(007).
                  05 ws-sug-qt-total         PIC 9(009).
                  05 ws-sug-qt-pedidos       PIC 9(003).
                  05 ws-sug-dt-ultima        PIC 9(008).
                  05 ws-sug-nr-ult-pedido    PIC 9(007).

      ******************************************************************
      * Ciclo fixo de 4 semanas: a semana do ciclo e o dia da semana
      * saem da data corrida (o dia 1 do calendario inteiro foi uma
      * segunda-feira), entao o cliente cai sempre no mesmo dia da
      * semana. No planejamento, cada cliente vai para o dia (e, na
      * quinzenal e mensal, a semana) que menos carrega a jornada,
      * respeitando o maximo de visitas por dia e JORNADA-MINUTOS;
      * o acrescimo de cada visita e a visita padrao mais o
      * deslocamento desde o cliente mais proximo ja no dia (ou da
      * base do vendedor no dia vazio).
      ******************************************************************
           01  ws-campos-ciclo.
               03 ws-jornada-minutos         PIC 9(004) VALUE 480.
               03 ws-nr-semana-ciclo         PIC 9(001) VALUE ZEROS.
               03 ws-nr-dia-semana           PIC 9(001) VALUE ZEROS.
               03 ws-nr-semanas-corridas     PIC 9(007) VALUE ZEROS.
               03 ws-usa-agenda-sw           PIC x(001) VALUE "N".
                  88 ws-usa-agenda               VALUE "S".
               03 ws-agenda-aberta-sw        PIC x(001) VALUE "N".
                  88 ws-agenda-aberta            VALUE "S".
               03 ws-cd-freq-ciclo           PIC x(001) VALUE SPACES.
               03 ws-passo-semanas           PIC 9(001) VALUE ZEROS.
               03 ws-qt-bases                PIC 9(001) VALUE ZEROS.
               03 ws-cand-dia                PIC 9(001) VALUE ZEROS.
               03 ws-cand-semana             PIC 9(001) VALUE ZEROS.
               03 ws-sem                     PIC 9(002) VALUE ZEROS.
               03 ws-dia                     PIC 9(001) VALUE ZEROS.
               03 ws-cand-maior-min          PIC 9(005) VALUE ZEROS.
               03 ws-cand-viavel-sw          PIC x(001) VALUE "S".
                  88 ws-cand-viavel              VALUE "S".
               03 ws-slot-achado-sw          PIC x(001) VALUE "N".
                  88 ws-slot-achado              VALUE "S".
               03 ws-melhor-dia              PIC 9(001) VALUE ZEROS.
               03 ws-melhor-semana           PIC 9(001) VALUE ZEROS.
               03 ws-melhor-min              PIC 9(005) VALUE ZEROS.
               03 ws-melhor-viavel-sw        PIC x(001) VALUE "S".
                  88 ws-melhor-viavel            VALUE "S".
               03 ws-min-acrescimo           PIC 9(005) VALUE ZEROS.
               03 ws-min-novo                PIC 9(005) VALUE ZEROS.
               03 ws-menor-dist-dia          PIC 9(006)v9(004)
                                              VALUE ZEROS.
               03 ws-qt-clientes-ciclo       PIC 9(005) VALUE ZEROS.
               03 ws-qt-excedentes           PIC 9(005) VALUE ZEROS.
               03 ws-ciclo-lat               PIC s9(003)v9(008).
               03 ws-ciclo-long              PIC s9(003)v9(008).
           01  ws-tabela-carga.
               03 ws-carga-semana OCCURS 4 TIMES.
                  05 ws-carga-dia OCCURS 5 TIMES.
                     07 ws-carga-qt          PIC 9(003).
                     07 ws-carga-min         PIC 9(005).

           01  WR-CAB-CICLO.
               03 FILLER                    PIC x(048) VALUE
                   "CD_VENDEDOR;SEMANA;DIA_SEMANA;VISITAS;MINUTOS;".
               03 FILLER                    PIC x(008) VALUE
                   "SITUACAO".
           01  WR-CICLO.
               03 WR-CC-CD-VENDEDOR         PIC 9(003).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-CC-SEMANA              PIC 9(001).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-CC-DIA                 PIC 9(001).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-CC-VISITAS             PIC 9(003).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-CC-MINUTOS             PIC 9(005).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-CC-SITUACAO            PIC x(015).

           01  ws-controle-dia.
               03 ws-dia-atual               PIC 9(002) VALUE ZEROS.
               03 ws-qt-paradas-dia          PIC 9(003) VALUE ZEROS.
               "  ** CLIENTE COM DUAS OU MAIS FALTAS SEGUIDAS **".
           01  WR-FL-ALERTA-JANELA          PIC x(050) VALUE
               "  ** JANELA DE ATENDIMENTO NAO CUMPRIDA **".
           01  WR-FL-ALERTA-SAC.
               03 FILLER                    PIC x(036) VALUE
                   "  ** OCORRENCIAS DE SAC EM ABERTO: ".
               03 WR-FL-QT-SAC-ABERTAS      PIC zz9.
               03 FILLER                    PIC x(012) VALUE
                   " (VENCIDAS: ".
               03 WR-FL-QT-SAC-VENCIDAS     PIC zz9.
               03 FILLER                    PIC x(004) VALUE ") **".
           01  WR-FL-CAB-SUGESTAO.
               03 FILLER                    PIC x(039) VALUE
                   "  PEDIDO SUGERIDO (PRODUTOS DOS ULTIMOS".
               03 WR-FL-QT-PEDIDOS-SUG      PIC zz9.
               03 FILLER                    PIC x(010) VALUE
                   " PEDIDOS):".
           01  WR-FL-SEM-SUGESTAO           PIC x(050) VALUE
               "  PEDIDO SUGERIDO: CLIENTE SEM PEDIDOS ANTERIORES".
           01  WR-FL-SUGESTAO.
               03 FILLER                    PIC x(004) VALUE SPACES.
               03 WR-FL-SUG-CD-PRODUTO      PIC 9(007).
               03 FILLER                    PIC x(001) VALUE SPACES.
               03 WR-FL-SUG-DESCRICAO       PIC x(030).
               03 FILLER                    PIC x(013) VALUE
                   "  QTDE MEDIA ".
               03 WR-FL-SUG-QT-MEDIA        PIC zzzz9.
               03 FILLER                    PIC x(018) VALUE
                   "  ULTIMA COMPRA HA".
               03 WR-FL-SUG-DIAS            PIC zzzz9.
               03 FILLER                    PIC x(010) VALUE
                   " DIAS - EM".
               03 WR-FL-SUG-QT-PEDIDOS      PIC zz9.
               03 FILLER                    PIC x(004) VALUE " DE".
               03 WR-FL-SUG-QT-LIDOS        PIC zz9.

           01  WR-CAB-SUGESTAO.
               03 FILLER                    PIC x(048) VALUE
                   "CD_VENDEDOR;DT_VISITA;SEQ;CD_CLIENTE;CD_PRODUTO;".
               03 FILLER                    PIC x(043) VALUE
                   "QTDE_SUGERIDA;DIAS_ULTIMA_COMPRA;QT_PEDIDOS".
           01  WR-SUGESTAO.
               03 WR-SG-CD-VENDEDOR         PIC 9(003).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-SG-DT-VISITA           PIC 9(008).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-SG-SEQ                 PIC 9(004).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-SG-CD-CLIENTE          PIC 9(007).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-SG-CD-PRODUTO          PIC 9(007).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-SG-QT-SUGERIDA         PIC 9(005).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-SG-DIAS                PIC 9(005).
               03 FILLER                    PIC x(001) VALUE ";".
               03 WR-SG-QT-PEDIDOS          PIC 9(003).

           01  WR-PARADA.
               03 WR-PR-SEQ                 PIC 9(004).
           01  PARAMETROS-ROTEIRIZACAO.
               05 ROTA-MAX-VISITAS-DIA     PIC 9(003).
               05 ROTA-CD-VENDEDOR         PIC 9(003).
               05 ROTA-MODO                PIC x(001).
                  88 ROTA-PLANEJAR-CICLO       VALUE "C".

       PROCEDURE DIVISION USING PARAMETROS-ROTEIRIZACAO.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE ws-dt-hoje(7:2)             TO ws-dia-mes.
           COMPUTE ws-semana-mes = ((ws-dia-mes - 1) / 7) + 1.
           IF  ROTA-PLANEJAR-CICLO
               PERFORM CARREGAR-PARAMETROS-ROTA
               PERFORM PLANEJAR-CICLO-VISITAS
               EXIT PROGRAM
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-PARAMETROS-ROTA.
           PERFORM PROCESSAR-VENDEDORES.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR                TO ws-minuto-inicio
           END-IF.
           MOVE "PEDIDOS-SUGESTAO"           TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR                TO ws-qt-pedidos-sugestao
           END-IF.
           MOVE "JORNADA-MINUTOS"            TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR                TO ws-jornada-minutos
           END-IF.
           CANCEL "LOCALIZAR-PARAMETRO".

      ******************************************************************
           IF  ws-ausencias-ok
               MOVE "S"                     TO ws-ausencias-abertas-sw
           END-IF.
           OPEN INPUT arq-pedidos.
           IF  ws-pedidos-ok
               OPEN INPUT arq-itens
               IF  ws-itens-ok
                   MOVE "S"                 TO ws-pedidos-abertos-sw
               ELSE
                   CLOSE arq-pedidos
               END-IF
           END-IF.
           OPEN INPUT arq-produtos.
           IF  ws-produtos-ok
               MOVE "S"                     TO ws-produtos-abertos-sw
           END-IF.
           OPEN INPUT arq-agenda.
           IF  ws-agenda-ok
               MOVE "S"                     TO ws-agenda-aberta-sw
           END-IF.
           OPEN INPUT arq-ocorrencias.
           IF  ws-ocorrencias-ok
               MOVE "S"                     TO ws-ocorrencias-abertas-sw
           END-IF.
           IF  ROTA-CD-VENDEDOR EQUAL ZEROS
               OPEN OUTPUT arq-resumo-rotas
           ELSE
               IF  rw-vnd-ativo
               AND (ROTA-CD-VENDEDOR EQUAL ZEROS
                OR  rw-vnd-cd-vendedor EQUAL ROTA-CD-VENDEDOR)
                   PERFORM DEFINIR-PRIMEIRO-DIA-ROTA
                   PERFORM CARREGAR-GRUPO-VENDEDOR
                   IF  ws-qt-grupo > ZEROS
                       PERFORM MARCAR-FALTAS-VENDEDOR
                       PERFORM CARREGAR-HISTORICO-VENDEDOR
                       PERFORM GERAR-ROTA-VENDEDOR
                       PERFORM ENCERRAR-SUGESTAO-VENDEDOR
                   END-IF
                   CLOSE arq-rota-trabalho
               END-IF
      * wrkrota.dat, aplicando o filtro de frequencia de visita:
      * S = toda semana, Q = semanas 1 e 3, M = somente semana 1.
      * O arquivo de trabalho elimina o limite fixo de atribuicoes
      * que a tabela em memoria impunha. Vendedor com ciclo planejado
      * em agendaVisitas.dat leva os clientes da agenda do dia.
      ******************************************************************
       CARREGAR-GRUPO-VENDEDOR SECTION.
           MOVE ZEROS                       TO ws-qt-grupo.
           OPEN OUTPUT arq-rota-trabalho.
           PERFORM VERIFICAR-AGENDA-VENDEDOR.
           IF  ws-usa-agenda
               PERFORM CARREGAR-AGENDA-DIA
               CLOSE arq-rota-trabalho
               OPEN I-O arq-rota-trabalho
               EXIT SECTION
           END-IF.
           MOVE rw-vnd-cd-vendedor          TO rw-dst-cd-vendedor.
           START arq-distribuicao KEY IS EQUAL rw-dst-cd-vendedor
               INVALID KEY
           END-IF.
           REWRITE rw-wrk-registro.

      ******************************************************************
      * Separa em wrksugestao.dat os pedidos ativos e nao cancelados
      * dos clientes da rota do vendedor (qualquer que seja o vendedor
      * que os tirou), chaveados por cliente e data invertida, e abre
      * o arquivo de sugestao do vendedor (sugestaoPedidoNNN.txt).
      ******************************************************************
       CARREGAR-HISTORICO-VENDEDOR SECTION.
           MOVE SPACES                      TO ws-nome-arquivo-sugestao.
           STRING "sugestaoPedido" rw-vnd-cd-vendedor ".txt"
                  DELIMITED BY SIZE INTO ws-nome-arquivo-sugestao.
           OPEN OUTPUT arq-sugestao.
           MOVE SPACES                      TO rw-sugestao.
           MOVE WR-CAB-SUGESTAO             TO rw-sugestao.
           WRITE rw-sugestao.
           MOVE "N"                         TO ws-historico-aberto-sw.
           IF  NOT ws-pedidos-abertos
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-historico-trab.
           MOVE ZEROS                       TO rw-ped-nr-pedido.
           START arq-pedidos KEY IS NOT LESS rw-ped-nr-pedido
               INVALID KEY
                   MOVE "23"                TO ws-resultado-pedidos
           END-START.
           IF  ws-pedidos-ok
               READ arq-pedidos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-pedidos-ok
               IF  rw-ped-ativo
               AND NOT rw-ped-cancelado
                   MOVE rw-ped-cd-cliente   TO rw-wrk-cd-cliente
                   READ arq-rota-trabalho KEY IS rw-wrk-cd-cliente
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE rw-ped-cd-cliente TO rw-hst-cd-cliente
                           COMPUTE rw-hst-dt-invertida =
                                   99999999 - rw-ped-dt-pedido
                           MOVE rw-ped-nr-pedido  TO rw-hst-nr-pedido
                           MOVE rw-ped-dt-pedido  TO rw-hst-dt-pedido
                           WRITE rw-hst-registro
                   END-READ
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
           CLOSE arq-historico-trab.
           OPEN INPUT arq-historico-trab.
           IF  ws-historico-ok
               MOVE "S"                     TO ws-historico-aberto-sw
           END-IF.

       ENCERRAR-SUGESTAO-VENDEDOR SECTION.
           CLOSE arq-sugestao.
           IF  ws-historico-aberto
               CLOSE arq-historico-trab
               MOVE "N"                     TO ws-historico-aberto-sw
           END-IF.

      ******************************************************************
      * O primeiro dia da rota e o proximo dia util a partir de
      * amanha; cada virada de dia avanca para o dia util seguinte
      * pelo calendario (LOCALIZAR-DIA-UTIL).
      ******************************************************************
       DEFINIR-PRIMEIRO-DIA-ROTA SECTION.
           COMPUTE ws-nr-inteiro-dia =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje) + 1.
           COMPUTE DU-DT-BASE =
                   FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-dia).
           PERFORM LOCALIZAR-PROXIMO-DIA-UTIL.
           PERFORM PULAR-DIAS-AUSENCIA.

       GERAR-ROTA-VENDEDOR SECTION.
           MOVE 1                           TO ws-dia-atual.
           PERFORM INICIAR-ARQUIVOS-DIA.
           MOVE "N"                         TO ws-rota-concluida-sw.
           PERFORM GERAR-PROXIMA-PARADA UNTIL ws-rota-concluida.
               MOVE WR-FL-ALERTA-JANELA       TO rw-folha
               WRITE rw-folha
           END-IF.
           PERFORM CONTAR-SAC-CLIENTE.
           IF  ws-qt-sac-abertas GREATER ZEROS
               MOVE ws-qt-sac-abertas         TO WR-FL-QT-SAC-ABERTAS
               MOVE ws-qt-sac-vencidas        TO WR-FL-QT-SAC-VENCIDAS
               MOVE SPACES                    TO rw-folha
               MOVE WR-FL-ALERTA-SAC          TO rw-folha
               WRITE rw-folha
           END-IF.
           PERFORM IMPRIMIR-PEDIDO-SUGERIDO.
           MOVE SPACES                        TO rw-folha.
           MOVE WR-FL-ASSINATURA              TO rw-folha.
           WRITE rw-folha.
           MOVE SPACES                        TO rw-folha.
           WRITE rw-folha.

      ******************************************************************
      * Ocorrencias de SAC ainda abertas do cliente da parada, e
      * quantas delas ja passaram do prazo, para o vendedor tratar
      * o assunto na visita.
      ******************************************************************
       CONTAR-SAC-CLIENTE SECTION.
           MOVE ZEROS                         TO ws-qt-sac-abertas.
           MOVE ZEROS                         TO ws-qt-sac-vencidas.
           IF  NOT ws-ocorrencias-abertas
               EXIT SECTION
           END-IF.
           MOVE ws-mp-cd-cliente              TO rw-oco-cd-cliente.
           START arq-ocorrencias KEY IS EQUAL rw-oco-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-ocorrencias NEXT RECORD.
           PERFORM UNTIL NOT ws-ocorrencias-ok
                      OR rw-oco-cd-cliente NOT EQUAL ws-mp-cd-cliente
               IF  rw-oco-aberta
                   ADD 1                      TO ws-qt-sac-abertas
                   IF  rw-oco-dt-prazo LESS ws-dt-hoje
                       ADD 1                  TO ws-qt-sac-vencidas
                   END-IF
               END-IF
               READ arq-ocorrencias NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Acumula os ultimos pedidos do cliente da parada e imprime o
      * pedido sugerido na folha, gravando as mesmas linhas no
      * arquivo de sugestao do vendedor.
      ******************************************************************
       IMPRIMIR-PEDIDO-SUGERIDO SECTION.
           MOVE ZEROS                         TO ws-qt-sug.
           MOVE ZEROS                         TO ws-qt-pedidos-lidos.
           IF  ws-historico-aberto
               PERFORM ACUMULAR-HISTORICO-CLIENTE
           END-IF.
           IF  ws-qt-sug EQUAL ZEROS
               MOVE SPACES                    TO rw-folha
               MOVE WR-FL-SEM-SUGESTAO        TO rw-folha
               WRITE rw-folha
               EXIT SECTION
           END-IF.
           MOVE ws-qt-pedidos-lidos           TO WR-FL-QT-PEDIDOS-SUG.
           MOVE SPACES                        TO rw-folha.
           MOVE WR-FL-CAB-SUGESTAO            TO rw-folha.
           WRITE rw-folha.
           PERFORM VARYING ws-ind-sug FROM 1 BY 1
                     UNTIL ws-ind-sug GREATER ws-qt-sug
               PERFORM IMPRIMIR-PRODUTO-SUGERIDO
           END-PERFORM.

       ACUMULAR-HISTORICO-CLIENTE SECTION.
           MOVE ws-mp-cd-cliente              TO rw-hst-cd-cliente.
           MOVE ZEROS                         TO rw-hst-dt-invertida.
           MOVE ZEROS                         TO rw-hst-nr-pedido.
           START arq-historico-trab KEY IS NOT LESS rw-hst-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-historico-trab NEXT RECORD.
           PERFORM UNTIL NOT ws-historico-ok
                      OR rw-hst-cd-cliente NOT EQUAL ws-mp-cd-cliente
                      OR ws-qt-pedidos-lidos NOT LESS
                                             ws-qt-pedidos-sugestao
               ADD 1                          TO ws-qt-pedidos-lidos
               PERFORM ACUMULAR-ITENS-PEDIDO
               READ arq-historico-trab NEXT RECORD
           END-PERFORM.

       ACUMULAR-ITENS-PEDIDO SECTION.
           MOVE rw-hst-nr-pedido              TO rw-pit-nr-pedido.
           MOVE ZEROS                         TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens NEXT RECORD.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-hst-nr-pedido
               IF  NOT rw-pit-bonificacao
                   PERFORM ACUMULAR-PRODUTO-SUGESTAO
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

      *    os pedidos chegam do mais recente para o mais antigo: a
      *    primeira ocorrencia do produto guarda a data da ultima
      *    compra; o mesmo produto repetido no pedido conta um pedido
       ACUMULAR-PRODUTO-SUGESTAO SECTION.
           MOVE ZEROS                         TO ws-ind-sug-ach.
           PERFORM VARYING ws-ind-sug FROM 1 BY 1
                     UNTIL ws-ind-sug GREATER ws-qt-sug
                        OR ws-ind-sug-ach GREATER ZEROS
               IF  ws-sug-cd-produto(ws-ind-sug) EQUAL
                                             rw-pit-cd-produto
                   MOVE ws-ind-sug            TO ws-ind-sug-ach
               END-IF
           END-PERFORM.
           IF  ws-ind-sug-ach EQUAL ZEROS
               IF  ws-qt-sug NOT LESS 100
                   EXIT SECTION
               END-IF
               ADD 1                          TO ws-qt-sug
               MOVE ws-qt-sug                 TO ws-ind-sug-ach
               MOVE rw-pit-cd-produto
                             TO ws-sug-cd-produto(ws-ind-sug-ach)
               MOVE ZEROS    TO ws-sug-qt-total(ws-ind-sug-ach)
               MOVE ZEROS    TO ws-sug-qt-pedidos(ws-ind-sug-ach)
               MOVE ZEROS    TO ws-sug-dt-ultima(ws-ind-sug-ach)
               MOVE ZEROS    TO ws-sug-nr-ult-pedido(ws-ind-sug-ach)
           END-IF.
           ADD rw-pit-qt-produto TO ws-sug-qt-total(ws-ind-sug-ach).
           IF  ws-sug-nr-ult-pedido(ws-ind-sug-ach) NOT EQUAL
                                             rw-hst-nr-pedido
               ADD 1         TO ws-sug-qt-pedidos(ws-ind-sug-ach)
               MOVE rw-hst-nr-pedido
                             TO ws-sug-nr-ult-pedido(ws-ind-sug-ach)
           END-IF.
           IF  ws-sug-dt-ultima(ws-ind-sug-ach) EQUAL ZEROS
               MOVE rw-hst-dt-pedido
                             TO ws-sug-dt-ultima(ws-ind-sug-ach)
           END-IF.

       IMPRIMIR-PRODUTO-SUGERIDO SECTION.
           COMPUTE ws-qt-media-sug ROUNDED =
                   ws-sug-qt-total(ws-ind-sug)
                 / ws-sug-qt-pedidos(ws-ind-sug).
           IF  ws-qt-media-sug EQUAL ZEROS
               MOVE 1                         TO ws-qt-media-sug
           END-IF.
           MOVE ZEROS                         TO ws-dias-ultima-compra.
           IF  ws-sug-dt-ultima(ws-ind-sug) GREATER ZEROS
           AND ws-sug-dt-ultima(ws-ind-sug) LESS ws-dt-hoje
               COMPUTE ws-dias-ultima-compra =
                       FUNCTION INTEGER-OF-DATE(ws-dt-hoje)
                     - FUNCTION INTEGER-OF-DATE
                           (ws-sug-dt-ultima(ws-ind-sug))
           END-IF.
           MOVE ws-sug-cd-produto(ws-ind-sug) TO rw-prd-cd-produto.
           MOVE SPACES                        TO rw-prd-ds-descricao.
           IF  ws-produtos-abertos
               READ arq-produtos KEY IS rw-prd-cd-produto
                   INVALID KEY
                       MOVE "(PRODUTO NAO ENCONTRADO)"
                                              TO rw-prd-ds-descricao
               END-READ
           END-IF.
           MOVE ws-sug-cd-produto(ws-ind-sug) TO WR-FL-SUG-CD-PRODUTO.
           MOVE rw-prd-ds-descricao           TO WR-FL-SUG-DESCRICAO.
           MOVE ws-qt-media-sug               TO WR-FL-SUG-QT-MEDIA.
           MOVE ws-dias-ultima-compra         TO WR-FL-SUG-DIAS.
           MOVE ws-sug-qt-pedidos(ws-ind-sug) TO WR-FL-SUG-QT-PEDIDOS.
           MOVE ws-qt-pedidos-lidos           TO WR-FL-SUG-QT-LIDOS.
           MOVE SPACES                        TO rw-folha.
           MOVE WR-FL-SUGESTAO                TO rw-folha.
           WRITE rw-folha.
           MOVE rw-vnd-cd-vendedor            TO WR-SG-CD-VENDEDOR.
           MOVE ws-dt-dia-rota                TO WR-SG-DT-VISITA.
           MOVE ws-seq-parada                 TO WR-SG-SEQ.
           MOVE ws-mp-cd-cliente              TO WR-SG-CD-CLIENTE.
           MOVE ws-sug-cd-produto(ws-ind-sug) TO WR-SG-CD-PRODUTO.
           MOVE ws-qt-media-sug               TO WR-SG-QT-SUGERIDA.
           MOVE ws-dias-ultima-compra         TO WR-SG-DIAS.
           MOVE ws-sug-qt-pedidos(ws-ind-sug) TO WR-SG-QT-PEDIDOS.
           MOVE SPACES                        TO rw-sugestao.
           MOVE WR-SUGESTAO                   TO rw-sugestao.
           WRITE rw-sugestao.

       FECHAR-ARQUIVOS SECTION.
           CLOSE arq-clientes.
           CLOSE arq-vendedores.
           IF  ws-ausencias-abertas
               CLOSE arq-ausencias
           END-IF.
           IF  ws-pedidos-abertos
               CLOSE arq-pedidos
               CLOSE arq-itens
           END-IF.
           IF  ws-produtos-abertos
               CLOSE arq-produtos
           END-IF.
           IF  ws-agenda-aberta
               CLOSE arq-agenda
           END-IF.
           IF  ws-ocorrencias-abertas
               CLOSE arq-ocorrencias
           END-IF.

      ******************************************************************
      * Rota do dia pela agenda: vale a agenda quando o vendedor tem
      * algum cliente planejado no ciclo.
      ******************************************************************
       VERIFICAR-AGENDA-VENDEDOR SECTION.
           MOVE "N"                         TO ws-usa-agenda-sw.
           IF  NOT ws-agenda-aberta
               EXIT SECTION
           END-IF.
           MOVE rw-vnd-cd-vendedor          TO rw-agd-cd-vendedor.
           MOVE ZEROS                       TO rw-agd-nr-semana.
           MOVE ZEROS                       TO rw-agd-nr-dia-semana.
           MOVE ZEROS                       TO rw-agd-cd-cliente.
           START arq-agenda KEY IS NOT LESS rw-agd-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-agenda NEXT RECORD.
           IF  ws-agenda-ok
           AND rw-agd-cd-vendedor EQUAL rw-vnd-cd-vendedor
               MOVE "S"                     TO ws-usa-agenda-sw
           END-IF.

       CALCULAR-DIA-CICLO SECTION.
           COMPUTE ws-nr-inteiro-dia =
                   FUNCTION INTEGER-OF-DATE(ws-dt-dia-rota).
           COMPUTE ws-nr-dia-semana =
                   FUNCTION MOD(ws-nr-inteiro-dia - 1, 7) + 1.
           COMPUTE ws-nr-semanas-corridas =
                   (ws-nr-inteiro-dia - 1) / 7.
           COMPUTE ws-nr-semana-ciclo =
                   FUNCTION MOD(ws-nr-semanas-corridas, 4) + 1.

      *    sabado e domingo uteis pelo calendario ficam sem agenda
       CARREGAR-AGENDA-DIA SECTION.
           PERFORM CALCULAR-DIA-CICLO.
           IF  ws-nr-dia-semana GREATER 5
               EXIT SECTION
           END-IF.
           MOVE rw-vnd-cd-vendedor          TO rw-agd-cd-vendedor.
           MOVE ws-nr-semana-ciclo          TO rw-agd-nr-semana.
           MOVE ws-nr-dia-semana            TO rw-agd-nr-dia-semana.
           MOVE ZEROS                       TO rw-agd-cd-cliente.
           START arq-agenda KEY IS NOT LESS rw-agd-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-agenda NEXT RECORD.
           PERFORM UNTIL NOT ws-agenda-ok
                      OR rw-agd-cd-vendedor NOT EQUAL
                                            rw-vnd-cd-vendedor
                      OR rw-agd-nr-semana NOT EQUAL ws-nr-semana-ciclo
                      OR rw-agd-nr-dia-semana NOT EQUAL
                                            ws-nr-dia-semana
               PERFORM INCLUIR-PARADA-AGENDA
               READ arq-agenda NEXT RECORD
           END-PERFORM.

       INCLUIR-PARADA-AGENDA SECTION.
           MOVE rw-agd-cd-cliente           TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  rw-cli-bloqueado
           OR  rw-cli-inativo
               EXIT SECTION
           END-IF.
           MOVE rw-agd-cd-cliente           TO rw-wrk-cd-cliente.
           MOVE rw-cli-cnpj                 TO rw-wrk-cnpj.
           MOVE rw-cli-latitude             TO rw-wrk-latitude.
           MOVE rw-cli-longitude            TO rw-wrk-longitude.
           MOVE "N"                         TO rw-wrk-visitado.
           MOVE ZEROS                       TO rw-wrk-qt-faltas.
           MOVE rw-cli-hr-abertura          TO rw-wrk-hr-abertura.
           MOVE rw-cli-hr-fechamento        TO rw-wrk-hr-fechamento.
           WRITE rw-wrk-registro.
           IF  ws-wrk-ok
               ADD 1                        TO ws-qt-grupo
           END-IF.

      ******************************************************************
      * Planejamento do ciclo fixo: com todos os vendedores a agenda
      * e refeita do zero; com um vendedor so a agenda dele e
      * substituida. A carga planejada de cada dia do ciclo vai para
      * cicloVisitas.txt.
      ******************************************************************
       PLANEJAR-CICLO-VISITAS SECTION.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-vendedores.
           OPEN INPUT arq-distribuicao.
           IF  ROTA-CD-VENDEDOR EQUAL ZEROS
               OPEN OUTPUT arq-agenda
               CLOSE arq-agenda
           END-IF.
           OPEN I-O arq-agenda.
           IF  NOT ws-agenda-ok
               OPEN OUTPUT arq-agenda
               CLOSE arq-agenda
               OPEN I-O arq-agenda
           END-IF.
           OPEN OUTPUT arq-ciclo.
           MOVE SPACES                      TO rw-ciclo.
           MOVE WR-CAB-CICLO                TO rw-ciclo.
           WRITE rw-ciclo.
           READ arq-vendedores NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
               IF  rw-vnd-ativo
               AND (ROTA-CD-VENDEDOR EQUAL ZEROS
                OR  rw-vnd-cd-vendedor EQUAL ROTA-CD-VENDEDOR)
                   PERFORM PLANEJAR-CICLO-VENDEDOR
               END-IF
               READ arq-vendedores NEXT RECORD
           END-PERFORM.
           CLOSE arq-clientes.
           CLOSE arq-vendedores.
           CLOSE arq-distribuicao.
           CLOSE arq-agenda.
           CLOSE arq-ciclo.

      *    semanais primeiro (ocupam o mesmo dia nas 4 semanas), depois
      *    quinzenais e mensais, que escolhem tambem a semana
       PLANEJAR-CICLO-VENDEDOR SECTION.
           PERFORM EXCLUIR-AGENDA-VENDEDOR.
           INITIALIZE ws-tabela-carga.
           MOVE ZEROS                       TO ws-qt-clientes-ciclo.
           MOVE ZEROS                       TO ws-qt-excedentes.
           MOVE "S"                         TO ws-cd-freq-ciclo.
           PERFORM ALOCAR-FREQUENCIA-CICLO.
           MOVE "Q"                         TO ws-cd-freq-ciclo.
           PERFORM ALOCAR-FREQUENCIA-CICLO.
           MOVE "M"                         TO ws-cd-freq-ciclo.
           PERFORM ALOCAR-FREQUENCIA-CICLO.
           PERFORM IMPRIMIR-CARGA-CICLO.
           DISPLAY "ROTEIRIZACAO-CLIENTES: vendedor "
                   rw-vnd-cd-vendedor " ciclo com "
                   ws-qt-clientes-ciclo " clientes, "
                   ws-qt-excedentes " acima da capacidade".

       EXCLUIR-AGENDA-VENDEDOR SECTION.
           MOVE rw-vnd-cd-vendedor          TO rw-agd-cd-vendedor.
           MOVE ZEROS                       TO rw-agd-nr-semana.
           MOVE ZEROS                       TO rw-agd-nr-dia-semana.
           MOVE ZEROS                       TO rw-agd-cd-cliente.
           START arq-agenda KEY IS NOT LESS rw-agd-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-agenda NEXT RECORD.
           PERFORM UNTIL NOT ws-agenda-ok
                      OR rw-agd-cd-vendedor NOT EQUAL
                                            rw-vnd-cd-vendedor
               DELETE arq-agenda RECORD
               READ arq-agenda NEXT RECORD
           END-PERFORM.

       ALOCAR-FREQUENCIA-CICLO SECTION.
           MOVE rw-vnd-cd-vendedor          TO rw-dst-cd-vendedor.
           START arq-distribuicao KEY IS EQUAL rw-dst-cd-vendedor
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-distribuicao NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-dst-cd-vendedor NOT EQUAL
                                            rw-vnd-cd-vendedor
               MOVE rw-dst-cd-cliente       TO rw-cli-cd-cliente
               READ arq-clientes KEY IS rw-cli-cd-cliente
                   INVALID KEY
                       MOVE "I"             TO rw-cli-st-ativo
               END-READ
               IF  NOT rw-cli-inativo
               AND NOT rw-cli-bloqueado
                   IF  rw-cli-cd-frequencia NOT EQUAL "Q"
                   AND rw-cli-cd-frequencia NOT EQUAL "M"
                       MOVE "S"             TO rw-cli-cd-frequencia
                   END-IF
                   IF  rw-cli-cd-frequencia EQUAL ws-cd-freq-ciclo
                       PERFORM ALOCAR-CLIENTE-CICLO
                   END-IF
               END-IF
               READ arq-distribuicao NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Semanal: um dia, as 4 semanas. Quinzenal: um dia, semanas 1 e
      * 3 ou 2 e 4. Mensal: um dia de uma das 4 semanas. Vence o
      * encaixe que respeita a capacidade com a menor jornada
      * resultante; sem encaixe possivel o cliente vai para o dia
      * menos carregado e conta como excedente.
      ******************************************************************
       ALOCAR-CLIENTE-CICLO SECTION.
           EVALUATE ws-cd-freq-ciclo
               WHEN "Q"
                   MOVE 2                   TO ws-passo-semanas
                   MOVE 2                   TO ws-qt-bases
               WHEN "M"
                   MOVE 4                   TO ws-passo-semanas
                   MOVE 4                   TO ws-qt-bases
               WHEN OTHER
                   MOVE 1                   TO ws-passo-semanas
                   MOVE 1                   TO ws-qt-bases
           END-EVALUATE.
           MOVE rw-cli-latitude             TO ws-ciclo-lat.
           MOVE rw-cli-longitude            TO ws-ciclo-long.
           MOVE "N"                         TO ws-slot-achado-sw.
           PERFORM VARYING ws-cand-dia FROM 1 BY 1
                     UNTIL ws-cand-dia GREATER 5
               PERFORM VARYING ws-cand-semana FROM 1 BY 1
                         UNTIL ws-cand-semana GREATER ws-qt-bases
                   PERFORM AVALIAR-SLOT-CICLO
               END-PERFORM
           END-PERFORM.
           IF  NOT ws-melhor-viavel
               ADD 1                        TO ws-qt-excedentes
           END-IF.
           ADD 1                            TO ws-qt-clientes-ciclo.
           PERFORM GRAVAR-SLOT-CICLO.

       AVALIAR-SLOT-CICLO SECTION.
           MOVE ZEROS                       TO ws-cand-maior-min.
           MOVE "S"                         TO ws-cand-viavel-sw.
           MOVE ws-cand-dia                 TO ws-dia.
           PERFORM VARYING ws-sem FROM ws-cand-semana
                   BY ws-passo-semanas UNTIL ws-sem GREATER 4
               PERFORM MEDIR-ACRESCIMO-SLOT
               COMPUTE ws-min-novo =
                       ws-carga-min(ws-sem, ws-dia) + ws-min-acrescimo
               IF  ws-min-novo GREATER ws-cand-maior-min
                   MOVE ws-min-novo         TO ws-cand-maior-min
               END-IF
               IF  ws-min-novo GREATER ws-jornada-minutos
                   MOVE "N"                 TO ws-cand-viavel-sw
               END-IF
               IF  ROTA-MAX-VISITAS-DIA GREATER ZEROS
               AND ws-carga-qt(ws-sem, ws-dia) NOT LESS
                                            ROTA-MAX-VISITAS-DIA
                   MOVE "N"                 TO ws-cand-viavel-sw
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT ws-slot-achado
                   CONTINUE
               WHEN ws-cand-viavel AND NOT ws-melhor-viavel
                   CONTINUE
               WHEN NOT ws-cand-viavel AND ws-melhor-viavel
                   EXIT SECTION
               WHEN ws-cand-maior-min LESS ws-melhor-min
                   CONTINUE
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE.
           MOVE "S"                         TO ws-slot-achado-sw.
           MOVE ws-cand-dia                 TO ws-melhor-dia.
           MOVE ws-cand-semana              TO ws-melhor-semana.
           MOVE ws-cand-maior-min           TO ws-melhor-min.
           MOVE ws-cand-viavel-sw           TO ws-melhor-viavel-sw.

      *    deslocamento ate o cliente mais proximo ja agendado no dia
      *    (ws-sem, ws-dia) ou, no dia vazio, desde a base do vendedor
       MEDIR-ACRESCIMO-SLOT SECTION.
           MOVE rw-vnd-latitude             TO ws-hav-lat1.
           MOVE rw-vnd-longitude            TO ws-hav-long1.
           MOVE ws-ciclo-lat                TO ws-hav-lat2.
           MOVE ws-ciclo-long               TO ws-hav-long2.
           PERFORM CALCULAR-DISTANCIA-KM.
           MOVE ws-hav-distancia-km         TO ws-menor-dist-dia.
           MOVE rw-vnd-cd-vendedor          TO rw-agd-cd-vendedor.
           MOVE ws-sem                      TO rw-agd-nr-semana.
           MOVE ws-dia                      TO rw-agd-nr-dia-semana.
           MOVE ZEROS                       TO rw-agd-cd-cliente.
           START arq-agenda KEY IS NOT LESS rw-agd-chave
               INVALID KEY
                   MOVE "23"                TO ws-resultado-agenda
           END-START.
           IF  ws-agenda-ok
               READ arq-agenda NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-agenda-ok
                      OR rw-agd-cd-vendedor NOT EQUAL
                                            rw-vnd-cd-vendedor
                      OR rw-agd-nr-semana NOT EQUAL ws-sem
                      OR rw-agd-nr-dia-semana NOT EQUAL ws-dia
               MOVE rw-agd-latitude         TO ws-hav-lat1
               MOVE rw-agd-longitude        TO ws-hav-long1
               PERFORM CALCULAR-DISTANCIA-KM
               IF  ws-hav-distancia-km LESS ws-menor-dist-dia
                   MOVE ws-hav-distancia-km TO ws-menor-dist-dia
               END-IF
               READ arq-agenda NEXT RECORD
           END-PERFORM.
           COMPUTE ws-min-acrescimo = ws-minutos-visita
                 + ws-menor-dist-dia * 60 / ws-velocidade-media.

       GRAVAR-SLOT-CICLO SECTION.
           MOVE ws-melhor-dia               TO ws-dia.
           PERFORM VARYING ws-sem FROM ws-melhor-semana
                   BY ws-passo-semanas UNTIL ws-sem GREATER 4
               PERFORM MEDIR-ACRESCIMO-SLOT
               MOVE rw-vnd-cd-vendedor      TO rw-agd-cd-vendedor
               MOVE ws-sem                  TO rw-agd-nr-semana
               MOVE ws-dia                  TO rw-agd-nr-dia-semana
               MOVE rw-cli-cd-cliente       TO rw-agd-cd-cliente
               MOVE ws-cd-freq-ciclo        TO rw-agd-cd-frequencia
               MOVE ws-ciclo-lat            TO rw-agd-latitude
               MOVE ws-ciclo-long           TO rw-agd-longitude
               MOVE ws-min-acrescimo        TO rw-agd-nr-minutos
               MOVE ws-dt-hoje              TO rw-agd-dt-planejamento
               WRITE rw-agd-registro
               ADD 1                  TO ws-carga-qt(ws-sem, ws-dia)
               ADD ws-min-acrescimo   TO ws-carga-min(ws-sem, ws-dia)
           END-PERFORM.

       IMPRIMIR-CARGA-CICLO SECTION.
           PERFORM VARYING ws-sem FROM 1 BY 1 UNTIL ws-sem GREATER 4
               PERFORM VARYING ws-dia FROM 1 BY 1
                         UNTIL ws-dia GREATER 5
                   MOVE rw-vnd-cd-vendedor  TO WR-CC-CD-VENDEDOR
                   MOVE ws-sem              TO WR-CC-SEMANA
                   MOVE ws-dia              TO WR-CC-DIA
                   MOVE ws-carga-qt(ws-sem, ws-dia) TO WR-CC-VISITAS
                   MOVE ws-carga-min(ws-sem, ws-dia) TO WR-CC-MINUTOS
                   MOVE "OK"                TO WR-CC-SITUACAO
                   IF  ws-carga-min(ws-sem, ws-dia) GREATER
                                            ws-jornada-minutos
                       MOVE "EXCEDE JORNADA" TO WR-CC-SITUACAO
                   END-IF
                   IF  ROTA-MAX-VISITAS-DIA GREATER ZEROS
                   AND ws-carga-qt(ws-sem, ws-dia) GREATER
                                            ROTA-MAX-VISITAS-DIA
                       MOVE "EXCEDE VISITAS" TO WR-CC-SITUACAO
                   END-IF
                   MOVE SPACES              TO rw-ciclo
                   MOVE WR-CICLO            TO rw-ciclo
                   WRITE rw-ciclo
               END-PERFORM
           END-PERFORM.
       END PROGRAM ROTEIRIZACAO-CLIENTES.
