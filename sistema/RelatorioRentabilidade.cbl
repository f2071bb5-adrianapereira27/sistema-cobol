      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Rentabilidade dos clientes no anomes de referencia:
      *          parte do valor faturado no mes (pedidos ativos e nao
      *          cancelados de pedidos.dat e pedidosHist.dat pela data
      *          de faturamento) e deduz as devolucoes do mes
      *          (devolucoes.dat), as bonificacoes dos pedidos
      *          faturados (itens "B" a preco cheio), a comissao paga
      *          no mes (comissoesPagas.dat, gravado pelo
      *          CALCULO-COMISSOES) menos o estorno estimado das
      *          devolucoes, o custo das visitas realizadas
      *          (histVisitas.dat x CUSTO-VISITA) e o custo das
      *          entregas (paradas de romaneio distintas no mes x
      *          CUSTO-PARADA-ENTREGA). Cliente com margem negativa ou
      *          abaixo de MARGEM-MINIMA-PCT sai marcado para revisao
      *          da frequencia de visita ou da condicao de pagamento.
      *          Clientes por vendedor da carteira (distribuicao.dat),
      *          do pior para o melhor, com total do vendedor, resumo
      *          por territorio do cliente e total geral. Acumula em
      *          wrkrentcliente.dat, wrkrentparadas.dat,
      *          wrkrentordem.dat e wrkrentterr.dat e gera
      *          relatRentabilidade.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RENTABILIDADE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
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

           SELECT arq-pedidos-hist ASSIGN TO DISK "pedidosHist.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-hp-nr-pedido
             ALTERNATE KEY      IS rw-hp-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-hp-chave-cliente-data
                                = rw-hp-cd-cliente rw-hp-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-hist.

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-itens-hist ASSIGN TO DISK "pedidoItensHist.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-hpi-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens-hist.

           SELECT arq-devolucoes ASSIGN TO DISK "devolucoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dev-nr-devolucao
             ALTERNATE KEY      IS rw-dev-nr-pedido WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-devolucoes.

           SELECT arq-comissoes-pagas
             ASSIGN TO DISK "comissoesPagas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cpa-nr-pedido
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pagas.

           SELECT arq-hist-visitas ASSIGN TO DISK "histVisitas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-hv-chave
             ALTERNATE KEY      IS rw-hv-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-visitas.

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

           SELECT arq-trab-clientes ASSIGN TO DISK "wrkrentcliente.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wrc-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-clientes.

           SELECT arq-trab-paradas ASSIGN TO DISK "wrkrentparadas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wrp-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-paradas.

           SELECT arq-trab-ordem ASSIGN TO DISK "wrkrentordem.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wro-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-ordem.

           SELECT arq-trab-territorios ASSIGN TO DISK "wrkrentterr.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wrt-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-territorios.

           SELECT relat-rentabilidade
                  ASSIGN TO "relatRentabilidade.txt"
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

           FD arq-itens-hist.
           01  rw-hpi-registro.
               03 rw-hpi-chave.
                  05 rw-hpi-nr-pedido      PIC 9(007).
                  05 rw-hpi-nr-sequencia   PIC 9(003).
               03 rw-hpi-cd-produto        PIC 9(007).
               03 rw-hpi-qt-produto        PIC 9(005).
               03 rw-hpi-vl-unitario       PIC 9(007)v9(002).
               03 rw-hpi-vl-item           PIC 9(009)v9(002).
               03 rw-hpi-cd-campanha       PIC 9(005).
               03 rw-hpi-vl-preco-cheio    PIC 9(007)v9(002).
               03 rw-hpi-tp-item           PIC x(001).
                  88 rw-hpi-venda              VALUE "V", " ".
                  88 rw-hpi-bonificacao        VALUE "B".
               03 rw-hpi-pc-icms           PIC 9(002)v9(002).
               03 rw-hpi-vl-icms           PIC 9(009)v9(002).
               03 rw-hpi-vl-base-st        PIC 9(009)v9(002).
               03 rw-hpi-vl-icms-st        PIC 9(009)v9(002).

           FD arq-devolucoes.
           01  rw-dev-registro.
               03 rw-dev-nr-devolucao      PIC 9(007).
               03 rw-dev-nr-pedido         PIC 9(007).
               03 rw-dev-cd-produto        PIC 9(007).
               03 rw-dev-cd-cliente        PIC 9(007).
               03 rw-dev-cd-vendedor       PIC 9(003).
               03 rw-dev-dt-devolucao      PIC 9(008).
               03 rw-dev-qt-devolvida      PIC 9(005).
               03 rw-dev-vl-devolvido      PIC 9(009)v9(002).
               03 rw-dev-ds-motivo         PIC x(030).

           FD arq-comissoes-pagas.
           01  rw-cpa-registro.
               03 rw-cpa-nr-pedido         PIC 9(007).
               03 rw-cpa-cd-vendedor       PIC 9(003).
               03 rw-cpa-nr-anomes         PIC 9(006).
               03 rw-cpa-vl-base           PIC 9(011)v9(002).
               03 rw-cpa-vl-comissao       PIC 9(011)v9(002).
               03 rw-cpa-st-estorno        PIC x(001).
                  88 rw-cpa-estornada          VALUE "E".
               03 rw-cpa-nr-anomes-estorno PIC 9(006).

           FD arq-hist-visitas.
           01  rw-hv-registro.
               03 rw-hv-chave.
                  05 rw-hv-cd-vendedor     PIC 9(003).
                  05 rw-hv-dt-visita       PIC 9(008).
                  05 rw-hv-nr-seq          PIC 9(004).
               03 rw-hv-cd-cliente         PIC 9(007).
               03 rw-hv-st-visitado        PIC x(001).
                  88 rw-hv-visitado            VALUE "S".
               03 rw-hv-cd-motivo          PIC x(003).
               03 rw-hv-hr-checkin         PIC 9(004).
               03 rw-hv-hr-checkout        PIC 9(004).

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
      * Movimento do mes por cliente. O vendedor e o do primeiro
      * movimento, usado quando o cliente nao esta na distribuicao.
      ******************************************************************
           FD arq-trab-clientes.
           01  rw-wrc-registro.
               03 rw-wrc-cd-cliente        PIC 9(007).
               03 rw-wrc-movimento.
                  05 rw-wrc-cd-vendedor    PIC 9(003).
                  05 rw-wrc-vl-faturado    PIC 9(011)v9(002).
                  05 rw-wrc-vl-devolvido   PIC 9(011)v9(002).
                  05 rw-wrc-vl-bonificacao PIC 9(011)v9(002).
                  05 rw-wrc-vl-comissao    PIC s9(011)v9(002).
                  05 rw-wrc-qt-visitas     PIC 9(005).
                  05 rw-wrc-qt-paradas     PIC 9(005).

      ******************************************************************
      * Paradas de entrega ja contadas: o cliente com varios pedidos
      * no mesmo romaneio conta uma parada so.
      ******************************************************************
           FD arq-trab-paradas.
           01  rw-wrp-registro.
               03 rw-wrp-chave.
                  05 rw-wrp-cd-cliente     PIC 9(007).
                  05 rw-wrp-dt-romaneio    PIC 9(008).
                  05 rw-wrp-nr-romaneio    PIC 9(002).

      ******************************************************************
      * Clientes apurados na ordem de impressao: vendedor e margem
      * deslocada para positivo (a pior margem primeiro).
      ******************************************************************
           FD arq-trab-ordem.
           01  rw-wro-registro.
               03 rw-wro-chave.
                  05 rw-wro-cd-vendedor    PIC 9(003).
                  05 rw-wro-vl-ordem       PIC 9(012)v9(002).
                  05 rw-wro-cd-cliente     PIC 9(007).
               03 rw-wro-razao-social      PIC x(040).
               03 rw-wro-cd-frequencia     PIC x(001).
               03 rw-wro-cd-cond-pagto     PIC x(003).
               03 rw-wro-vl-faturado       PIC 9(011)v9(002).
               03 rw-wro-vl-devolvido      PIC 9(011)v9(002).
               03 rw-wro-vl-bonificacao    PIC 9(011)v9(002).
               03 rw-wro-vl-comissao       PIC s9(011)v9(002).
               03 rw-wro-qt-visitas        PIC 9(005).
               03 rw-wro-vl-custo-visitas  PIC 9(011)v9(002).
               03 rw-wro-qt-paradas        PIC 9(005).
               03 rw-wro-vl-custo-entregas PIC 9(011)v9(002).
               03 rw-wro-vl-margem         PIC s9(011)v9(002).
               03 rw-wro-pc-margem         PIC s9(004)v9(001).
               03 rw-wro-ds-alerta         PIC x(008).

      ******************************************************************
      * Totais por territorio do cliente, no mesmo formato dos totais
      * de vendedor e geral.
      ******************************************************************
           FD arq-trab-territorios.
           01  rw-wrt-registro.
               03 rw-wrt-cd-territorio     PIC x(005).
               03 rw-wrt-totais.
                  05 rw-wrt-qt-clientes    PIC 9(007).
                  05 rw-wrt-vl-faturado    PIC 9(011)v9(002).
                  05 rw-wrt-vl-devolvido   PIC 9(011)v9(002).
                  05 rw-wrt-vl-bonificacao PIC 9(011)v9(002).
                  05 rw-wrt-vl-comissao    PIC s9(011)v9(002).
                  05 rw-wrt-qt-visitas     PIC 9(007).
                  05 rw-wrt-vl-custo-visitas
                                           PIC 9(011)v9(002).
                  05 rw-wrt-qt-paradas     PIC 9(007).
                  05 rw-wrt-vl-custo-entregas
                                           PIC 9(011)v9(002).
                  05 rw-wrt-vl-margem      PIC s9(011)v9(002).

           FD relat-rentabilidade.
           01  rw-relat-rentabilidade      PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-hist        PIC x(02).
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-itens-hist  PIC x(02).
                  88 ws-itens-hist-ok          VALUE "00", "02".
               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
               03 ws-resultado-pagas       PIC x(02).
                  88 ws-pagas-ok               VALUE "00", "02".
               03 ws-resultado-visitas     PIC x(02).
                  88 ws-visitas-ok             VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-territorios PIC x(02).
                  88 ws-territorios-ok         VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-trab-clientes PIC x(02).
                  88 ws-trab-clientes-ok       VALUE "00", "02".
               03 ws-resultado-trab-paradas PIC x(02).
                  88 ws-trab-paradas-ok        VALUE "00", "02".
               03 ws-resultado-trab-ordem  PIC x(02).
                  88 ws-trab-ordem-ok          VALUE "00", "02".
               03 ws-resultado-trab-territorios PIC x(02).
                  88 ws-trab-territorios-ok    VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-arquivos-abertos.
               03 ws-pedidos-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-pedidos-abertos        VALUE "S".
               03 ws-hist-abertos-sw       PIC x(001) VALUE "N".
                  88 ws-hist-abertos           VALUE "S".
               03 ws-itens-abertos-sw      PIC x(001) VALUE "N".
                  88 ws-itens-abertos          VALUE "S".
               03 ws-itens-hist-abertos-sw PIC x(001) VALUE "N".
                  88 ws-itens-hist-abertos     VALUE "S".
               03 ws-devolucoes-abertas-sw PIC x(001) VALUE "N".
                  88 ws-devolucoes-abertas     VALUE "S".
               03 ws-pagas-abertas-sw      PIC x(001) VALUE "N".
                  88 ws-pagas-abertas          VALUE "S".
               03 ws-visitas-abertas-sw    PIC x(001) VALUE "N".
                  88 ws-visitas-abertas        VALUE "S".
               03 ws-clientes-abertos-sw   PIC x(001) VALUE "N".
                  88 ws-clientes-abertos       VALUE "S".
               03 ws-distribuicao-aberta-sw PIC x(001) VALUE "N".
                  88 ws-distribuicao-aberta    VALUE "S".

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-anomes-referencia        PIC 9(006) VALUE ZEROS.
           01  ws-origem-pedido-sw         PIC x(001) VALUE "C".
               88 ws-pedido-corrente           VALUE "C".
               88 ws-pedido-historico          VALUE "H".

      ******************************************************************
      * Custos e margem minima, com o padrao usado na falta do
      * parametro em parametros.dat.
      ******************************************************************
           01  ws-parametros-custo.
               03 ws-vl-custo-visita       PIC 9(007)v9(002)
                                            VALUE 30,00.
               03 ws-vl-custo-parada       PIC 9(007)v9(002)
                                            VALUE 45,00.
               03 ws-pc-margem-minima      PIC 9(003)v9(002)
                                            VALUE 5,00.

      ******************************************************************
      * Movimento a somar no cliente, no mesmo formato do acumulado
      ******************************************************************
           01  ws-movimento-cliente.
               03 ws-mv-cd-cliente         PIC 9(007) VALUE ZEROS.
               03 ws-mv-cd-vendedor        PIC 9(003) VALUE ZEROS.
               03 ws-mv-vl-faturado        PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-mv-vl-devolvido       PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-mv-vl-bonificacao     PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-mv-vl-comissao        PIC s9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-mv-qt-visitas         PIC 9(005) VALUE ZEROS.
               03 ws-mv-qt-paradas         PIC 9(005) VALUE ZEROS.

           01  ws-campos-apuracao.
               03 ws-vl-estorno-devolucao  PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-margem             PIC s9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-pc-margem             PIC s9(007)v9(001)
                                            VALUE ZEROS.
               03 ws-cd-territorio-cliente PIC x(005) VALUE SPACES.
               03 ws-cd-vendedor-atual     PIC 9(003) VALUE ZEROS.
               03 ws-qt-clientes-ed        PIC ZZZZ9.
               03 ws-primeiro-vendedor-sw  PIC x(001) VALUE "S".
                  88 ws-primeiro-vendedor      VALUE "S".

      ******************************************************************
      * Totais de vendedor, geral e da linha de total em impressao,
      * todos no formato de rw-wrt-totais.
      ******************************************************************
           01  ws-total-vendedor.
               03 ws-tv-qt-clientes        PIC 9(007).
               03 ws-tv-vl-faturado        PIC 9(011)v9(002).
               03 ws-tv-vl-devolvido       PIC 9(011)v9(002).
               03 ws-tv-vl-bonificacao     PIC 9(011)v9(002).
               03 ws-tv-vl-comissao        PIC s9(011)v9(002).
               03 ws-tv-qt-visitas         PIC 9(007).
               03 ws-tv-vl-custo-visitas   PIC 9(011)v9(002).
               03 ws-tv-qt-paradas         PIC 9(007).
               03 ws-tv-vl-custo-entregas  PIC 9(011)v9(002).
               03 ws-tv-vl-margem          PIC s9(011)v9(002).

           01  ws-total-geral.
               03 ws-tg-qt-clientes        PIC 9(007).
               03 ws-tg-vl-faturado        PIC 9(011)v9(002).
               03 ws-tg-vl-devolvido       PIC 9(011)v9(002).
               03 ws-tg-vl-bonificacao     PIC 9(011)v9(002).
               03 ws-tg-vl-comissao        PIC s9(011)v9(002).
               03 ws-tg-qt-visitas         PIC 9(007).
               03 ws-tg-vl-custo-visitas   PIC 9(011)v9(002).
               03 ws-tg-qt-paradas         PIC 9(007).
               03 ws-tg-vl-custo-entregas  PIC 9(011)v9(002).
               03 ws-tg-vl-margem          PIC s9(011)v9(002).

           01  ws-total-impressao.
               03 ws-ti-qt-clientes        PIC 9(007).
               03 ws-ti-vl-faturado        PIC 9(011)v9(002).
               03 ws-ti-vl-devolvido       PIC 9(011)v9(002).
               03 ws-ti-vl-bonificacao     PIC 9(011)v9(002).
               03 ws-ti-vl-comissao        PIC s9(011)v9(002).
               03 ws-ti-qt-visitas         PIC 9(007).
               03 ws-ti-vl-custo-visitas   PIC 9(011)v9(002).
               03 ws-ti-qt-paradas         PIC 9(007).
               03 ws-ti-vl-custo-entregas  PIC 9(011)v9(002).
               03 ws-ti-vl-margem          PIC s9(011)v9(002).

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
               03 WS-CT-CLIENTES           PIC 9(007) VALUE ZEROS.
               03 WS-CT-NEGATIVA           PIC 9(007) VALUE ZEROS.
               03 WS-CT-ESTREITA           PIC 9(007) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  WR-CONTINUA.
               03 FILLER                   PIC X(026) VALUE
                   "CONTINUA NA PROXIMA PAGINA".

           01  WR-RODAPE.
               03 FILLER                   PIC X(010) VALUE
                   "CLIENTES: ".
               03 WR-RD-CLIENTES           PIC Z(006)9.
               03 FILLER                   PIC X(020) VALUE
                   "   MARGEM NEGATIVA: ".
               03 WR-RD-NEGATIVA           PIC Z(006)9.
               03 FILLER                   PIC X(020) VALUE
                   "   MARGEM ESTREITA: ".
               03 WR-RD-ESTREITA           PIC Z(006)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-LEGENDA1.
               03 FILLER                   PIC X(018) VALUE
                   "CUSTO POR VISITA: ".
               03 WR-LG-CUSTO-VISITA       PIC ZZZ.ZZ9,99.
               03 FILLER                   PIC X(032) VALUE
                   "   CUSTO POR PARADA DE ENTREGA: ".
               03 WR-LG-CUSTO-PARADA       PIC ZZZ.ZZ9,99.
               03 FILLER                   PIC X(018) VALUE
                   "   MARGEM MINIMA: ".
               03 WR-LG-MARGEM-MINIMA      PIC ZZ9,99.
               03 FILLER                   PIC X(001) VALUE "%".
           01  WR-LEGENDA2.
               03 FILLER                   PIC X(046) VALUE
                   "COMISSAO: PAGA NO MES MENOS O ESTORNO ESTIMADO".
               03 FILLER                   PIC X(046) VALUE
                   " DAS DEVOLUCOES DO MES".
           01  WR-LEGENDA3.
               03 FILLER                   PIC X(046) VALUE
                   "NEGATIVA/ESTREITA: REVER FREQUENCIA DE VISITA ".
               03 FILLER                   PIC X(046) VALUE
                   "(F) OU CONDICAO DE PAGAMENTO (CPG) DO CLIENTE".

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(036) VALUE
                   "RENTABILIDADE DE CLIENTES - ANO/MES ".
               03 WR-CB-ANOMES             PIC 9(006).

           01  WR-CAB2.
               03 FILLER                   PIC X(042) VALUE
                   "  CLIENTE RAZAO SOCIAL              F CPG ".
               03 FILLER                   PIC X(040) VALUE
                   "     FATURADO   DEVOLUCOES  BONIFICACAO ".
               03 FILLER                   PIC X(037) VALUE
                   "     COMISSAO  VIS    CUSTO VIS  ENT ".
               03 FILLER                   PIC X(044) VALUE
                   "   CUSTO ENT         MARGEM MARGEM% ALERTA  ".

           01  WR-SECAO.
               03 WR-SC-DS-SECAO           PIC X(060).

           01  WR-DETALHE.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-RAZAO-SOCIAL       PIC X(025).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-CD-FREQUENCIA      PIC X(001).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-CD-COND-PAGTO      PIC X(003).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-FATURADO        PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-DEVOLVIDO       PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-BONIFICACAO     PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-COMISSAO        PIC -Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-VISITAS         PIC ZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-CUSTO-VISITAS   PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-QT-PARADAS         PIC ZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-CUSTO-ENTREGAS  PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-VL-MARGEM          PIC -ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-PC-MARGEM          PIC -ZZZ9,9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-DS-ALERTA          PIC X(008).

           01  WR-TOTAL.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-TT-DESCRICAO          PIC X(040).
               03 WR-TT-VL-FATURADO        PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-VL-DEVOLVIDO       PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-VL-BONIFICACAO     PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-VL-COMISSAO        PIC -Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-QT-VISITAS         PIC ZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-VL-CUSTO-VISITAS   PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-QT-PARADAS         PIC ZZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-VL-CUSTO-ENTREGAS  PIC Z.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-VL-MARGEM          PIC -ZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TT-PC-MARGEM          PIC -ZZZ9,9.

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

       LINKAGE SECTION.
           01  PARAMETROS-RENTABILIDADE.
               05 RT-NR-ANOMES             PIC 9(006).

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-RENTABILIDADE
                                PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           IF  RT-NR-ANOMES EQUAL ZEROS
               MOVE ws-dt-hoje(1:6)        TO ws-anomes-referencia
           ELSE
               MOVE RT-NR-ANOMES           TO ws-anomes-referencia
           END-IF.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-PEDIDOS.
           PERFORM CARREGAR-PEDIDOS-HIST.
           PERFORM CARREGAR-DEVOLUCOES.
           PERFORM CARREGAR-COMISSOES.
           PERFORM CARREGAR-VISITAS.
           PERFORM APURAR-CLIENTES.
           OPEN OUTPUT relat-rentabilidade.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           INITIALIZE                      ws-total-geral.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-CLIENTES.
           PERFORM IMPRIMIR-TERRITORIOS.
           PERFORM IMPRIMIR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "RELATORIO-RENTABILIDADE: " WS-CT-CLIENTES
                   " clientes de " ws-anomes-referencia ", "
                   WS-CT-NEGATIVA " com margem negativa e "
                   WS-CT-ESTREITA " estreita em relatRentabilidade.txt".
           EXIT PROGRAM.

       CARREGAR-PARAMETROS SECTION.
           MOVE "CUSTO-VISITA"             TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-vl-custo-visita
           END-IF.
           MOVE "CUSTO-PARADA-ENTREGA"     TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-vl-custo-parada
           END-IF.
           MOVE "MARGEM-MINIMA-PCT"        TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-pc-margem-minima
           END-IF.
           CANCEL "LOCALIZAR-PARAMETRO".

       ABRIR-ARQUIVOS SECTION.
           OPEN INPUT arq-pedidos.
           IF  ws-pedidos-ok
               MOVE "S"                    TO ws-pedidos-abertos-sw
           END-IF.
           OPEN INPUT arq-pedidos-hist.
           IF  ws-hist-ok
               MOVE "S"                    TO ws-hist-abertos-sw
           END-IF.
           OPEN INPUT arq-itens.
           IF  ws-itens-ok
               MOVE "S"                    TO ws-itens-abertos-sw
           END-IF.
           OPEN INPUT arq-itens-hist.
           IF  ws-itens-hist-ok
               MOVE "S"                    TO ws-itens-hist-abertos-sw
           END-IF.
           OPEN INPUT arq-devolucoes.
           IF  ws-devolucoes-ok
               MOVE "S"                    TO ws-devolucoes-abertas-sw
           END-IF.
           OPEN INPUT arq-comissoes-pagas.
           IF  ws-pagas-ok
               MOVE "S"                    TO ws-pagas-abertas-sw
           END-IF.
           OPEN INPUT arq-hist-visitas.
           IF  ws-visitas-ok
               MOVE "S"                    TO ws-visitas-abertas-sw
           END-IF.
           OPEN INPUT arq-clientes.
           IF  ws-clientes-ok
               MOVE "S"                    TO ws-clientes-abertos-sw
           END-IF.
           OPEN INPUT arq-distribuicao.
           IF  ws-distribuicao-ok
               MOVE "S"                 TO ws-distribuicao-aberta-sw
           END-IF.
           OPEN INPUT arq-territorios.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT arq-trab-clientes.
           CLOSE arq-trab-clientes.
           OPEN I-O arq-trab-clientes.
           OPEN OUTPUT arq-trab-paradas.
           CLOSE arq-trab-paradas.
           OPEN I-O arq-trab-paradas.
           OPEN OUTPUT arq-trab-ordem.
           CLOSE arq-trab-ordem.
           OPEN I-O arq-trab-ordem.
           OPEN OUTPUT arq-trab-territorios.
           CLOSE arq-trab-territorios.
           OPEN I-O arq-trab-territorios.

       FECHAR-ARQUIVOS SECTION.
           IF  ws-pedidos-abertos
               CLOSE arq-pedidos
           END-IF.
           IF  ws-hist-abertos
               CLOSE arq-pedidos-hist
           END-IF.
           IF  ws-itens-abertos
               CLOSE arq-itens
           END-IF.
           IF  ws-itens-hist-abertos
               CLOSE arq-itens-hist
           END-IF.
           IF  ws-devolucoes-abertas
               CLOSE arq-devolucoes
           END-IF.
           IF  ws-pagas-abertas
               CLOSE arq-comissoes-pagas
           END-IF.
           IF  ws-visitas-abertas
               CLOSE arq-hist-visitas
           END-IF.
           IF  ws-clientes-abertos
               CLOSE arq-clientes
           END-IF.
           IF  ws-distribuicao-aberta
               CLOSE arq-distribuicao
           END-IF.
           CLOSE arq-territorios.
           CLOSE arq-vendedores.
           CLOSE arq-trab-clientes.
           CLOSE arq-trab-paradas.
           CLOSE arq-trab-ordem.
           CLOSE arq-trab-territorios.
           CLOSE relat-rentabilidade.

       CARREGAR-PEDIDOS SECTION.
           IF  NOT ws-pedidos-abertos
               EXIT SECTION
           END-IF.
           MOVE "C"                        TO ws-origem-pedido-sw.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
               PERFORM APURAR-PEDIDO
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

      *    o historico tem o mesmo layout do pedido corrente
       CARREGAR-PEDIDOS-HIST SECTION.
           IF  NOT ws-hist-abertos
               EXIT SECTION
           END-IF.
           MOVE "H"                        TO ws-origem-pedido-sw.
           READ arq-pedidos-hist NEXT RECORD.
           PERFORM UNTIL NOT ws-hist-ok
               MOVE rw-hp-registro         TO rw-registro
               PERFORM APURAR-PEDIDO
               READ arq-pedidos-hist NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Pedido faturado no mes soma o valor faturado e as bonificacoes
      * do pedido; pedido embarcado em romaneio do mes soma uma parada
      * de entrega, uma vez por romaneio do cliente.
      ******************************************************************
       APURAR-PEDIDO SECTION.
           IF  NOT rw-pedido-ativo
           OR  rw-pedido-cancelado
               EXIT SECTION
           END-IF.
           INITIALIZE                      ws-movimento-cliente.
           MOVE rw-cd-cliente              TO ws-mv-cd-cliente.
           MOVE rw-cd-vendedor             TO ws-mv-cd-vendedor.
           IF  rw-pedido-faturado
           AND rw-dt-faturamento(1:6) EQUAL ws-anomes-referencia
               MOVE rw-vl-faturado         TO ws-mv-vl-faturado
               IF  ws-pedido-corrente
                   PERFORM SOMAR-BONIFICACOES
               ELSE
                   PERFORM SOMAR-BONIFICACOES-HIST
               END-IF
           END-IF.
           IF  rw-dt-romaneio IS NUMERIC
           AND rw-dt-romaneio GREATER ZEROS
           AND rw-dt-romaneio(1:6) EQUAL ws-anomes-referencia
               MOVE rw-cd-cliente          TO rw-wrp-cd-cliente
               MOVE rw-dt-romaneio         TO rw-wrp-dt-romaneio
               MOVE rw-nr-romaneio         TO rw-wrp-nr-romaneio
               WRITE rw-wrp-registro
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1              TO ws-mv-qt-paradas
               END-WRITE
           END-IF.
           IF  ws-mv-vl-faturado EQUAL ZEROS
           AND ws-mv-vl-bonificacao EQUAL ZEROS
           AND ws-mv-qt-paradas EQUAL ZEROS
               EXIT SECTION
           END-IF.
           PERFORM ACUMULAR-CLIENTE.

       SOMAR-BONIFICACOES SECTION.
           IF  NOT ws-itens-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens NEXT RECORD.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-pit-bonificacao
                   COMPUTE ws-mv-vl-bonificacao = ws-mv-vl-bonificacao
                         + (rw-pit-qt-produto * rw-pit-vl-preco-cheio)
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

       SOMAR-BONIFICACOES-HIST SECTION.
           IF  NOT ws-itens-hist-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-nr-pedido               TO rw-hpi-nr-pedido.
           MOVE ZEROS                      TO rw-hpi-nr-sequencia.
           START arq-itens-hist KEY IS GREATER rw-hpi-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens-hist NEXT RECORD.
           PERFORM UNTIL NOT ws-itens-hist-ok
                      OR rw-hpi-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-hpi-bonificacao
                   COMPUTE ws-mv-vl-bonificacao = ws-mv-vl-bonificacao
                         + (rw-hpi-qt-produto * rw-hpi-vl-preco-cheio)
               END-IF
               READ arq-itens-hist NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Devolucao do mes: soma o valor devolvido e abate da comissao o
      * estorno estimado pela taxa efetiva que o pedido pagou
      * (comissao / base em comissoesPagas.dat).
      ******************************************************************
       CARREGAR-DEVOLUCOES SECTION.
           IF  NOT ws-devolucoes-abertas
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO rw-dev-nr-devolucao.
           START arq-devolucoes KEY IS NOT LESS rw-dev-nr-devolucao
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-devolucoes NEXT RECORD.
           PERFORM UNTIL NOT ws-devolucoes-ok
               IF  rw-dev-dt-devolucao(1:6) EQUAL ws-anomes-referencia
                   PERFORM APURAR-DEVOLUCAO
               END-IF
               READ arq-devolucoes NEXT RECORD
           END-PERFORM.

       APURAR-DEVOLUCAO SECTION.
           INITIALIZE                      ws-movimento-cliente.
           MOVE rw-dev-cd-cliente          TO ws-mv-cd-cliente.
           MOVE rw-dev-cd-vendedor         TO ws-mv-cd-vendedor.
           MOVE rw-dev-vl-devolvido        TO ws-mv-vl-devolvido.
           PERFORM ESTIMAR-ESTORNO-DEVOLUCAO.
           COMPUTE ws-mv-vl-comissao = ZEROS - ws-vl-estorno-devolucao.
           PERFORM ACUMULAR-CLIENTE.

       ESTIMAR-ESTORNO-DEVOLUCAO SECTION.
           MOVE ZEROS                      TO ws-vl-estorno-devolucao.
           IF  NOT ws-pagas-abertas
               EXIT SECTION
           END-IF.
           MOVE rw-dev-nr-pedido           TO rw-cpa-nr-pedido.
           READ arq-comissoes-pagas KEY IS rw-cpa-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  rw-cpa-estornada
           OR  rw-cpa-nr-anomes GREATER ws-anomes-referencia
           OR  rw-cpa-vl-base EQUAL ZEROS
               EXIT SECTION
           END-IF.
           COMPUTE ws-vl-estorno-devolucao ROUNDED =
                   rw-dev-vl-devolvido * rw-cpa-vl-comissao
                 / rw-cpa-vl-base.

      ******************************************************************
      * Comissao paga no mes, atribuida ao cliente do pedido (corrente
      * ou historico). Pedido com comissao estornada nao entra.
      ******************************************************************
       CARREGAR-COMISSOES SECTION.
           IF  NOT ws-pagas-abertas
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO rw-cpa-nr-pedido.
           START arq-comissoes-pagas KEY IS NOT LESS rw-cpa-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-comissoes-pagas NEXT RECORD.
           PERFORM UNTIL NOT ws-pagas-ok
               IF  rw-cpa-nr-anomes EQUAL ws-anomes-referencia
               AND NOT rw-cpa-estornada
                   PERFORM APURAR-COMISSAO
               END-IF
               READ arq-comissoes-pagas NEXT RECORD
           END-PERFORM.

       APURAR-COMISSAO SECTION.
           PERFORM LOCALIZAR-PEDIDO-COMISSAO.
           IF  ws-mv-cd-cliente EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE rw-cpa-vl-comissao         TO ws-mv-vl-comissao.
           PERFORM ACUMULAR-CLIENTE.

       LOCALIZAR-PEDIDO-COMISSAO SECTION.
           INITIALIZE                      ws-movimento-cliente.
           IF  ws-pedidos-abertos
               MOVE rw-cpa-nr-pedido       TO rw-nr-pedido
               READ arq-pedidos KEY IS rw-nr-pedido
                   NOT INVALID KEY
                       MOVE rw-cd-cliente  TO ws-mv-cd-cliente
                       MOVE rw-cd-vendedor TO ws-mv-cd-vendedor
                       EXIT SECTION
               END-READ
           END-IF.
           IF  ws-hist-abertos
               MOVE rw-cpa-nr-pedido       TO rw-hp-nr-pedido
               READ arq-pedidos-hist KEY IS rw-hp-nr-pedido
                   NOT INVALID KEY
                       MOVE rw-hp-cd-cliente
                                           TO ws-mv-cd-cliente
                       MOVE rw-hp-cd-vendedor
                                           TO ws-mv-cd-vendedor
               END-READ
           END-IF.

       CARREGAR-VISITAS SECTION.
           IF  NOT ws-visitas-abertas
               EXIT SECTION
           END-IF.
           READ arq-hist-visitas NEXT RECORD.
           PERFORM UNTIL NOT ws-visitas-ok
               IF  rw-hv-visitado
               AND rw-hv-dt-visita(1:6) EQUAL ws-anomes-referencia
                   INITIALIZE              ws-movimento-cliente
                   MOVE rw-hv-cd-cliente   TO ws-mv-cd-cliente
                   MOVE rw-hv-cd-vendedor  TO ws-mv-cd-vendedor
                   MOVE 1                  TO ws-mv-qt-visitas
                   PERFORM ACUMULAR-CLIENTE
               END-IF
               READ arq-hist-visitas NEXT RECORD
           END-PERFORM.

       ACUMULAR-CLIENTE SECTION.
           MOVE ws-mv-cd-cliente           TO rw-wrc-cd-cliente.
           READ arq-trab-clientes KEY IS rw-wrc-cd-cliente
               INVALID KEY
                   INITIALIZE              rw-wrc-movimento
                   MOVE ws-mv-cd-vendedor  TO rw-wrc-cd-vendedor
                   PERFORM SOMAR-MOVIMENTO-CLIENTE
                   WRITE rw-wrc-registro
               NOT INVALID KEY
                   PERFORM SOMAR-MOVIMENTO-CLIENTE
                   REWRITE rw-wrc-registro
           END-READ.

       SOMAR-MOVIMENTO-CLIENTE SECTION.
           ADD ws-mv-vl-faturado           TO rw-wrc-vl-faturado.
           ADD ws-mv-vl-devolvido          TO rw-wrc-vl-devolvido.
           ADD ws-mv-vl-bonificacao        TO rw-wrc-vl-bonificacao.
           ADD ws-mv-vl-comissao           TO rw-wrc-vl-comissao.
           ADD ws-mv-qt-visitas            TO rw-wrc-qt-visitas.
           ADD ws-mv-qt-paradas            TO rw-wrc-qt-paradas.

      ******************************************************************
      * Margem do cliente = faturado - devolucoes - bonificacoes -
      * comissao - custo das visitas - custo das entregas. Negativa
      * abaixo de zero; estreita abaixo da margem minima sobre o
      * faturado. Grava na ordem de impressao e soma no territorio.
      ******************************************************************
       APURAR-CLIENTES SECTION.
           MOVE ZEROS                      TO rw-wrc-cd-cliente.
           START arq-trab-clientes KEY IS NOT LESS rw-wrc-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-trab-clientes NEXT RECORD.
           PERFORM UNTIL NOT ws-trab-clientes-ok
               PERFORM APURAR-CLIENTE
               READ arq-trab-clientes NEXT RECORD
           END-PERFORM.

       APURAR-CLIENTE SECTION.
           ADD 1                           TO WS-CT-CLIENTES.
           INITIALIZE                      rw-wro-registro.
           MOVE rw-wrc-cd-cliente          TO rw-wro-cd-cliente.
           MOVE rw-wrc-vl-faturado         TO rw-wro-vl-faturado.
           MOVE rw-wrc-vl-devolvido        TO rw-wro-vl-devolvido.
           MOVE rw-wrc-vl-bonificacao      TO rw-wro-vl-bonificacao.
           MOVE rw-wrc-vl-comissao         TO rw-wro-vl-comissao.
           MOVE rw-wrc-qt-visitas          TO rw-wro-qt-visitas.
           MOVE rw-wrc-qt-paradas          TO rw-wro-qt-paradas.
           COMPUTE rw-wro-vl-custo-visitas =
                   rw-wrc-qt-visitas * ws-vl-custo-visita.
           COMPUTE rw-wro-vl-custo-entregas =
                   rw-wrc-qt-paradas * ws-vl-custo-parada.
           COMPUTE ws-vl-margem = rw-wro-vl-faturado
                                - rw-wro-vl-devolvido
                                - rw-wro-vl-bonificacao
                                - rw-wro-vl-comissao
                                - rw-wro-vl-custo-visitas
                                - rw-wro-vl-custo-entregas.
           MOVE ws-vl-margem               TO rw-wro-vl-margem.
           PERFORM CALCULAR-PC-MARGEM.
           MOVE ws-pc-margem               TO rw-wro-pc-margem.
           MOVE SPACES                     TO rw-wro-ds-alerta.
           EVALUATE TRUE
               WHEN ws-vl-margem LESS ZEROS
                   MOVE "NEGATIVA"         TO rw-wro-ds-alerta
                   ADD 1                   TO WS-CT-NEGATIVA
               WHEN rw-wro-vl-faturado GREATER ZEROS
               AND  ws-pc-margem LESS ws-pc-margem-minima
                   MOVE "ESTREITA"         TO rw-wro-ds-alerta
                   ADD 1                   TO WS-CT-ESTREITA
           END-EVALUATE.
           PERFORM LOCALIZAR-CLIENTE.
           PERFORM LOCALIZAR-VENDEDOR-CLIENTE.
           COMPUTE rw-wro-vl-ordem = ws-vl-margem + 100000000000.
           WRITE rw-wro-registro.
           PERFORM ACUMULAR-TERRITORIO.

      *    margem sobre o faturado; sem faturamento fica zerada e o
      *    cliente so e marcado se a margem for negativa
       CALCULAR-PC-MARGEM SECTION.
           MOVE ZEROS                      TO ws-pc-margem.
           IF  rw-wro-vl-faturado GREATER ZEROS
               COMPUTE ws-pc-margem ROUNDED =
                       ws-vl-margem * 100 / rw-wro-vl-faturado
                   ON SIZE ERROR
                       MOVE -9999,9        TO ws-pc-margem
               END-COMPUTE
           END-IF.
           PERFORM LIMITAR-PC-MARGEM.

      *    percentual fora da faixa impressa sai no limite
       LIMITAR-PC-MARGEM SECTION.
           IF  ws-pc-margem LESS -9999,9
               MOVE -9999,9                TO ws-pc-margem
           END-IF.
           IF  ws-pc-margem GREATER 9999,9
               MOVE 9999,9                 TO ws-pc-margem
           END-IF.

       LOCALIZAR-CLIENTE SECTION.
           MOVE SPACES                     TO ws-cd-territorio-cliente.
           MOVE "(CLIENTE NAO ENCONTRADO)" TO rw-wro-razao-social.
           IF  NOT ws-clientes-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-wrc-cd-cliente          TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               NOT INVALID KEY
                   MOVE rw-cli-razao-social
                                           TO rw-wro-razao-social
                   MOVE rw-cli-cd-frequencia
                                           TO rw-wro-cd-frequencia
                   MOVE rw-cli-cd-cond-pagto
                                           TO rw-wro-cd-cond-pagto
                   MOVE rw-cli-cd-territorio
                                           TO ws-cd-territorio-cliente
           END-READ.

      *    vendedor da carteira; fora dela, o do primeiro movimento
       LOCALIZAR-VENDEDOR-CLIENTE SECTION.
           MOVE rw-wrc-cd-vendedor         TO rw-wro-cd-vendedor.
           IF  NOT ws-distribuicao-aberta
               EXIT SECTION
           END-IF.
           MOVE rw-wrc-cd-cliente          TO rw-dst-cd-cliente.
           READ arq-distribuicao KEY IS rw-dst-cd-cliente
               NOT INVALID KEY
                   MOVE rw-dst-cd-vendedor TO rw-wro-cd-vendedor
           END-READ.

       ACUMULAR-TERRITORIO SECTION.
           MOVE ws-cd-territorio-cliente   TO rw-wrt-cd-territorio.
           READ arq-trab-territorios KEY IS rw-wrt-cd-territorio
               INVALID KEY
                   INITIALIZE              rw-wrt-totais
                   PERFORM SOMAR-CLIENTE-TERRITORIO
                   WRITE rw-wrt-registro
               NOT INVALID KEY
                   PERFORM SOMAR-CLIENTE-TERRITORIO
                   REWRITE rw-wrt-registro
           END-READ.

       SOMAR-CLIENTE-TERRITORIO SECTION.
           ADD 1                           TO rw-wrt-qt-clientes.
           ADD rw-wro-vl-faturado          TO rw-wrt-vl-faturado.
           ADD rw-wro-vl-devolvido         TO rw-wrt-vl-devolvido.
           ADD rw-wro-vl-bonificacao       TO rw-wrt-vl-bonificacao.
           ADD rw-wro-vl-comissao          TO rw-wrt-vl-comissao.
           ADD rw-wro-qt-visitas           TO rw-wrt-qt-visitas.
           ADD rw-wro-vl-custo-visitas     TO rw-wrt-vl-custo-visitas.
           ADD rw-wro-qt-paradas           TO rw-wrt-qt-paradas.
           ADD rw-wro-vl-custo-entregas    TO rw-wrt-vl-custo-entregas.
           ADD rw-wro-vl-margem            TO rw-wrt-vl-margem.

      ******************************************************************
      * Um bloco por vendedor, clientes da pior para a melhor margem,
      * fechado pelo total do vendedor.
      ******************************************************************
       IMPRIMIR-CLIENTES SECTION.
           MOVE LOW-VALUES                 TO rw-wro-chave.
           START arq-trab-ordem KEY IS NOT LESS rw-wro-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-trab-ordem NEXT RECORD.
           PERFORM UNTIL NOT ws-trab-ordem-ok
               IF  ws-primeiro-vendedor
               OR  rw-wro-cd-vendedor NOT EQUAL ws-cd-vendedor-atual
                   PERFORM FECHAR-VENDEDOR
                   PERFORM IMPRIMIR-CAB-VENDEDOR
               END-IF
               PERFORM IMPRIMIR-CLIENTE
               READ arq-trab-ordem NEXT RECORD
           END-PERFORM.
           PERFORM FECHAR-VENDEDOR.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           MOVE "N"                        TO ws-primeiro-vendedor-sw.
           MOVE rw-wro-cd-vendedor         TO ws-cd-vendedor-atual.
           INITIALIZE                      ws-total-vendedor.
           MOVE SPACES                     TO WR-SC-DS-SECAO.
           MOVE rw-wro-cd-vendedor         TO rw-vnd-cd-vendedor.
           START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "(VENDEDOR NAO ENCONTRADO)"
                                           TO rw-vnd-nome
               NOT INVALID KEY
                   READ arq-vendedores NEXT RECORD
           END-START.
           STRING "VENDEDOR " rw-wro-cd-vendedor " - " rw-vnd-nome
                  DELIMITED BY SIZE INTO WR-SC-DS-SECAO.
           PERFORM IMPRIMIR-CAB-SECAO.

       IMPRIMIR-CAB-SECAO SECTION.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 2
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-SECAO                   TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-CAB2                    TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           ADD 3                           TO WS-CT-LINHAS2.

       IMPRIMIR-CLIENTE SECTION.
           MOVE rw-wro-cd-cliente          TO WR-DT-CD-CLIENTE.
           MOVE rw-wro-razao-social        TO WR-DT-RAZAO-SOCIAL.
           MOVE rw-wro-cd-frequencia       TO WR-DT-CD-FREQUENCIA.
           MOVE rw-wro-cd-cond-pagto       TO WR-DT-CD-COND-PAGTO.
           MOVE rw-wro-vl-faturado         TO WR-DT-VL-FATURADO.
           MOVE rw-wro-vl-devolvido        TO WR-DT-VL-DEVOLVIDO.
           MOVE rw-wro-vl-bonificacao      TO WR-DT-VL-BONIFICACAO.
           MOVE rw-wro-vl-comissao         TO WR-DT-VL-COMISSAO.
           MOVE rw-wro-qt-visitas          TO WR-DT-QT-VISITAS.
           MOVE rw-wro-vl-custo-visitas    TO WR-DT-VL-CUSTO-VISITAS.
           MOVE rw-wro-qt-paradas          TO WR-DT-QT-PARADAS.
           MOVE rw-wro-vl-custo-entregas   TO WR-DT-VL-CUSTO-ENTREGAS.
           MOVE rw-wro-vl-margem           TO WR-DT-VL-MARGEM.
           MOVE rw-wro-pc-margem           TO WR-DT-PC-MARGEM.
           MOVE rw-wro-ds-alerta           TO WR-DT-DS-ALERTA.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-DETALHE                 TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           ADD 1                           TO WS-CT-LINHAS2.
           ADD 1                           TO ws-tv-qt-clientes.
           ADD rw-wro-vl-faturado          TO ws-tv-vl-faturado.
           ADD rw-wro-vl-devolvido         TO ws-tv-vl-devolvido.
           ADD rw-wro-vl-bonificacao       TO ws-tv-vl-bonificacao.
           ADD rw-wro-vl-comissao          TO ws-tv-vl-comissao.
           ADD rw-wro-qt-visitas           TO ws-tv-qt-visitas.
           ADD rw-wro-vl-custo-visitas     TO ws-tv-vl-custo-visitas.
           ADD rw-wro-qt-paradas           TO ws-tv-qt-paradas.
           ADD rw-wro-vl-custo-entregas    TO ws-tv-vl-custo-entregas.
           ADD rw-wro-vl-margem            TO ws-tv-vl-margem.

      *    total do vendedor anterior, que entra tambem no geral
       FECHAR-VENDEDOR SECTION.
           IF  ws-primeiro-vendedor
               EXIT SECTION
           END-IF.
           ADD ws-tv-qt-clientes           TO ws-tg-qt-clientes.
           ADD ws-tv-vl-faturado           TO ws-tg-vl-faturado.
           ADD ws-tv-vl-devolvido          TO ws-tg-vl-devolvido.
           ADD ws-tv-vl-bonificacao        TO ws-tg-vl-bonificacao.
           ADD ws-tv-vl-comissao           TO ws-tg-vl-comissao.
           ADD ws-tv-qt-visitas            TO ws-tg-qt-visitas.
           ADD ws-tv-vl-custo-visitas      TO ws-tg-vl-custo-visitas.
           ADD ws-tv-qt-paradas            TO ws-tg-qt-paradas.
           ADD ws-tv-vl-custo-entregas     TO ws-tg-vl-custo-entregas.
           ADD ws-tv-vl-margem             TO ws-tg-vl-margem.
           MOVE ws-total-vendedor          TO ws-total-impressao.
           MOVE ws-tv-qt-clientes          TO ws-qt-clientes-ed.
           MOVE SPACES                     TO WR-TT-DESCRICAO.
           STRING "TOTAL DO VENDEDOR (" ws-qt-clientes-ed
                  " CLIENTES)" DELIMITED BY SIZE INTO WR-TT-DESCRICAO.
           PERFORM IMPRIMIR-TOTAL.

      ******************************************************************
      * Resumo por territorio do cliente e total geral.
      ******************************************************************
       IMPRIMIR-TERRITORIOS SECTION.
           MOVE "POR TERRITORIO DO CLIENTE" TO WR-SC-DS-SECAO.
           PERFORM IMPRIMIR-CAB-SECAO.
           MOVE LOW-VALUES                 TO rw-wrt-registro.
           START arq-trab-territorios
                 KEY IS NOT LESS rw-wrt-cd-territorio
               INVALID KEY
                   MOVE "10"       TO ws-resultado-trab-territorios
               NOT INVALID KEY
                   READ arq-trab-territorios NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-trab-territorios-ok
               PERFORM IMPRIMIR-TERRITORIO
               READ arq-trab-territorios NEXT RECORD
           END-PERFORM.
           MOVE ws-total-geral             TO ws-total-impressao.
           MOVE ws-tg-qt-clientes          TO ws-qt-clientes-ed.
           MOVE SPACES                     TO WR-TT-DESCRICAO.
           STRING "TOTAL GERAL (" ws-qt-clientes-ed
                  " CLIENTES)" DELIMITED BY SIZE INTO WR-TT-DESCRICAO.
           PERFORM IMPRIMIR-TOTAL.

       IMPRIMIR-TERRITORIO SECTION.
           MOVE rw-wrt-totais              TO ws-total-impressao.
           MOVE SPACES                     TO WR-TT-DESCRICAO.
           IF  rw-wrt-cd-territorio EQUAL SPACES
               MOVE "(SEM TERRITORIO)"     TO WR-TT-DESCRICAO
           ELSE
               MOVE rw-wrt-cd-territorio   TO rw-ter-cd-territorio
               READ arq-territorios KEY IS rw-ter-cd-territorio
                   INVALID KEY
                       MOVE SPACES         TO rw-ter-ds-territorio
               END-READ
               STRING rw-wrt-cd-territorio " " rw-ter-ds-territorio
                      DELIMITED BY SIZE INTO WR-TT-DESCRICAO
           END-IF.
           PERFORM IMPRIMIR-TOTAL.

      *    linha de total a partir de ws-total-impressao
       IMPRIMIR-TOTAL SECTION.
           MOVE ws-ti-vl-faturado          TO WR-TT-VL-FATURADO.
           MOVE ws-ti-vl-devolvido         TO WR-TT-VL-DEVOLVIDO.
           MOVE ws-ti-vl-bonificacao       TO WR-TT-VL-BONIFICACAO.
           MOVE ws-ti-vl-comissao          TO WR-TT-VL-COMISSAO.
           MOVE ws-ti-qt-visitas           TO WR-TT-QT-VISITAS.
           MOVE ws-ti-vl-custo-visitas     TO WR-TT-VL-CUSTO-VISITAS.
           MOVE ws-ti-qt-paradas           TO WR-TT-QT-PARADAS.
           MOVE ws-ti-vl-custo-entregas    TO WR-TT-VL-CUSTO-ENTREGAS.
           MOVE ws-ti-vl-margem            TO WR-TT-VL-MARGEM.
           MOVE ZEROS                      TO ws-pc-margem.
           IF  ws-ti-vl-faturado GREATER ZEROS
               COMPUTE ws-pc-margem ROUNDED =
                       ws-ti-vl-margem * 100 / ws-ti-vl-faturado
                   ON SIZE ERROR
                       MOVE -9999,9        TO ws-pc-margem
               END-COMPUTE
           END-IF.
           PERFORM LIMITAR-PC-MARGEM.
           MOVE ws-pc-margem               TO WR-TT-PC-MARGEM.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-TOTAL                   TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Fecha a pagina corrente e completa as 66 linhas antes do
      * cabecalho da pagina seguinte, para a quebra fisica da
      * impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-CONTINUA                TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-CAB2                    TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           ADD 1                           TO WS-CT-LINHAS2.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-anomes-referencia       TO WR-CB-ANOMES.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-CAB1                    TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-IDENTIFICACAO           TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-CLIENTES             TO WR-RD-CLIENTES.
           MOVE WS-CT-NEGATIVA             TO WR-RD-NEGATIVA.
           MOVE WS-CT-ESTREITA             TO WR-RD-ESTREITA.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE ws-vl-custo-visita         TO WR-LG-CUSTO-VISITA.
           MOVE ws-vl-custo-parada         TO WR-LG-CUSTO-PARADA.
           MOVE ws-pc-margem-minima        TO WR-LG-MARGEM-MINIMA.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-LEGENDA1                TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-LEGENDA2                TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-LEGENDA3                TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
           MOVE SPACES                     TO rw-relat-rentabilidade.
           MOVE WR-RODAPE                  TO rw-relat-rentabilidade.
           WRITE rw-relat-rentabilidade.
       END PROGRAM RELATORIO-RENTABILIDADE.
