      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Extrato consolidado do cliente no periodo: pedidos e
      *          sua situacao, valor faturado e nota fiscal (pedidos
      *          ativos e arquivados em pedidosHist.dat), devolucoes,
      *          titulos em aberto com os dias de atraso, saldo de
      *          vasilhames por tipo, equipamentos em comodato com o
      *          cliente e a posicao de credito (limite, exposicao e
      *          disponivel, como na conferencia do pedido). Emite
      *          para um cliente (codigo informado) ou, com o codigo
      *          zerado, para todos os clientes ativos do territorio,
      *          cada um em pagina propria. Periodo zerado = do dia 1
      *          do mes ate hoje. Gera relatExtratoCliente.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

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

           SELECT arq-titulos ASSIGN TO DISK "titulos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-tit-chave
             ALTERNATE KEY      IS rw-tit-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-titulos.

           SELECT arq-devolucoes ASSIGN TO DISK "devolucoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dev-nr-devolucao
             ALTERNATE KEY      IS rw-dev-nr-pedido WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-devolucoes.

           SELECT arq-vasilhames ASSIGN TO DISK "vasilhames.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vsl-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vasilhames.

           SELECT arq-comodatos ASSIGN TO DISK "comodatos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cmd-nr-ativo
             ALTERNATE KEY      IS rw-cmd-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-comodatos.

           SELECT arq-limites ASSIGN TO DISK "limitesCredito.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-lim-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-limites.

           SELECT arq-trabalho ASSIGN TO DISK "wrkextratodev.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wdv-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-extrato ASSIGN TO "relatExtratoCliente.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
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
                  88 rw-ped-transmitido        VALUE "T".
               03 rw-ped-st-faturamento    PIC x(001).
                  88 rw-ped-faturado           VALUE "F".
               03 rw-ped-dt-faturamento    PIC 9(008).
               03 rw-ped-vl-faturado       PIC 9(011)v9(002).
               03 rw-ped-st-pedido         PIC x(001).
                  88 rw-ped-digitado           VALUE "D", " ".
                  88 rw-ped-confirmado         VALUE "C".
                  88 rw-ped-st-faturado        VALUE "F".
                  88 rw-ped-entregue           VALUE "E".
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
               03 rw-hp-dados              PIC x(117).

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

           FD arq-vasilhames.
           01  rw-vsl-registro.
               03 rw-vsl-chave.
                  05 rw-vsl-cd-cliente     PIC 9(007).
                  05 rw-vsl-tp-vasilhame   PIC x(003).
               03 rw-vsl-qt-saldo          PIC s9(007).

           FD arq-comodatos.
           01  rw-cmd-registro.
               03 rw-cmd-nr-ativo          PIC x(010).
               03 rw-cmd-cd-cliente        PIC 9(007).
               03 rw-cmd-ds-modelo         PIC x(030).
               03 rw-cmd-dt-entrega        PIC 9(008).
               03 rw-cmd-st-comodato       PIC x(001).
                  88 rw-cmd-aberto             VALUE "A".
                  88 rw-cmd-recolhido          VALUE "R".
               03 rw-cmd-st-condicao       PIC x(001).
                  88 rw-cmd-condicao-boa       VALUE "B".
                  88 rw-cmd-danificado         VALUE "D".
                  88 rw-cmd-faltante           VALUE "F".
               03 rw-cmd-dt-condicao       PIC 9(008).

           FD arq-limites.
           01  rw-lim-registro.
               03 rw-lim-cd-cliente        PIC 9(007).
               03 rw-lim-vl-limite         PIC 9(009)v9(002).

      ******************************************************************
      * Devolucoes do periodo na ordem cliente + data, montadas uma vez
      * por execucao (devolucoes.dat so tem chave por pedido).
      ******************************************************************
           FD arq-trabalho.
           01  rw-wdv-registro.
               03 rw-wdv-chave.
                  05 rw-wdv-cd-cliente     PIC 9(007).
                  05 rw-wdv-dt-devolucao   PIC 9(008).
                  05 rw-wdv-nr-devolucao   PIC 9(007).
               03 rw-wdv-nr-pedido         PIC 9(007).
               03 rw-wdv-cd-produto        PIC 9(007).
               03 rw-wdv-qt-devolvida      PIC 9(005).
               03 rw-wdv-vl-devolvido      PIC 9(009)v9(002).
               03 rw-wdv-ds-motivo         PIC x(030).

           FD relat-extrato.
           01  rw-relat-extrato            PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-hist        PIC x(02).
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".
               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
               03 ws-resultado-vasilhames  PIC x(02).
                  88 ws-vasilhames-ok          VALUE "00", "02".
               03 ws-resultado-comodatos   PIC x(02).
                  88 ws-comodatos-ok           VALUE "00", "02".
               03 ws-resultado-limites     PIC x(02).
                  88 ws-limites-ok             VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-arquivos-abertos.
               03 ws-pedidos-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-pedidos-abertos        VALUE "S".
               03 ws-hist-aberto-sw        PIC x(001) VALUE "N".
                  88 ws-hist-aberto            VALUE "S".
               03 ws-titulos-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-titulos-abertos        VALUE "S".
               03 ws-vasilhames-abertos-sw PIC x(001) VALUE "N".
                  88 ws-vasilhames-abertos     VALUE "S".
               03 ws-comodatos-abertos-sw  PIC x(001) VALUE "N".
                  88 ws-comodatos-abertos      VALUE "S".
               03 ws-limites-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-limites-abertos        VALUE "S".

           01  ws-periodo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-dt-inicial            PIC 9(008) VALUE ZEROS.
               03 ws-dt-inicial-r REDEFINES ws-dt-inicial.
                  05 ws-dt-inicial-anomes  PIC 9(006).
                  05 ws-dt-inicial-dia     PIC 9(002).
               03 ws-dt-final              PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-hoje       PIC 9(007) VALUE ZEROS.

           01  ws-cliente-extrato.
               03 ws-cd-cliente-extrato    PIC 9(007) VALUE ZEROS.
               03 ws-cd-territorio-extrato PIC x(005) VALUE SPACES.

           01  ws-totais-cliente.
               03 ws-qt-pedidos-cliente    PIC 9(005) VALUE ZEROS.
               03 ws-vl-pedidos-periodo    PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-faturado-periodo   PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-pedidos-abertos    PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-qt-devolucoes-cliente PIC 9(005) VALUE ZEROS.
               03 ws-vl-devolvido-periodo  PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-qt-titulos-cliente    PIC 9(005) VALUE ZEROS.
               03 ws-vl-titulos-abertos    PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-titulos-vencidos   PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-dias-maior-atraso     PIC s9(005) VALUE ZEROS.
               03 ws-qt-linhas-bloco       PIC 9(005) VALUE ZEROS.

           01  ws-calculos.
               03 ws-vl-saldo-titulo       PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-dias-atraso-titulo    PIC s9(005) VALUE ZEROS.
               03 ws-vl-exposicao          PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-disponivel         PIC s9(011)v9(002)
                                            VALUE ZEROS.

           01  ws-ds-origem-pedido         PIC x(009) VALUE SPACES.
           01  ws-linha-pendente           PIC x(200) VALUE SPACES.
           01  ws-linha-colunas            PIC x(132) VALUE SPACES.
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

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "EXTRATO CONSOLIDADO DO CLIENTE".

           01  WR-CAB2.
               03 FILLER                   PIC X(009) VALUE
                   "PERIODO: ".
               03 WR-CB-DT-INICIAL         PIC 9(008).
               03 FILLER                   PIC X(003) VALUE " A ".
               03 WR-CB-DT-FINAL           PIC 9(008).
               03 FILLER                   PIC X(034) VALUE
                   "   (TITULOS E CREDITO: POSICAO EM ".
               03 WR-CB-DT-HOJE            PIC 9(008).
               03 FILLER                   PIC X(001) VALUE ")".

           01  WR-CAB3.
               03 FILLER                   PIC X(009) VALUE
                   "CLIENTE: ".
               03 WR-CB-CD-CLIENTE         PIC Z(006)9.
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-CB-RAZAO-SOCIAL       PIC X(040).
               03 FILLER                   PIC X(008) VALUE
                   "  CNPJ: ".
               03 WR-CB-CNPJ               PIC 9(014).
               03 FILLER                   PIC X(014) VALUE
                   "  TERRITORIO: ".
               03 WR-CB-TERRITORIO         PIC X(005).

           01  WR-CAB3-VAZIO.
               03 FILLER                   PIC X(012) VALUE
                   "TERRITORIO: ".
               03 WR-CV-TERRITORIO         PIC X(005).
               03 FILLER                   PIC X(030) VALUE
                   " - NENHUM CLIENTE ATIVO".

           01  ws-linha-cliente            PIC x(132) VALUE SPACES.

      ******************************************************************
      * Paginacao de impressora: paginas de 66 linhas, com quebra no
      * fim da area util, linha de continuacao antes da quebra e
      * cabecalho (com o cliente) repetido no topo de cada pagina.
      ******************************************************************
           01  WS-CONTADORES.
               03 WS-CT-CLIENTES           PIC 9(005) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  WR-CONTINUA.
               03 FILLER                   PIC X(019) VALUE
                   "EXTRATO DO CLIENTE ".
               03 WR-CT-CD-CLIENTE         PIC Z(006)9.
               03 FILLER                   PIC X(013) VALUE
                   "  (CONTINUA)".

           01  WR-TITULO-BLOCO.
               03 FILLER                   PIC X(004) VALUE "=== ".
               03 WR-TB-TITULO             PIC X(050).

           01  WR-MENSAGEM-BLOCO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-MB-MENSAGEM           PIC X(060).

           01  WR-COL-PEDIDOS.
               03 FILLER                   PIC X(009) VALUE
                   "   PEDIDO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "DATA".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(010) VALUE "SITUACAO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "      VALOR TOTAL".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "DT.FATUR".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "   VALOR FATURADO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(009) VALUE
                   "NOTA FISC".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(009) VALUE "ORIGEM".

           01  WR-DET-PEDIDO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-NR-PEDIDO          PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-DT-PEDIDO          PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-SITUACAO           PIC X(010).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-VL-TOTAL           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-DT-FATURAMENTO     PIC 9(008) BLANK WHEN ZERO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-VL-FATURADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                               BLANK WHEN ZERO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-NR-NOTA-FISCAL     PIC Z(008)9 BLANK WHEN ZERO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DP-ORIGEM             PIC X(009).

           01  WR-TOT-PEDIDOS.
               03 FILLER                   PIC X(009) VALUE
                   "  TOTAL: ".
               03 WR-TP-QT-PEDIDOS         PIC ZZZZ9.
               03 FILLER                   PIC X(019) VALUE
                   " PEDIDO(S)".
               03 WR-TP-VL-TOTAL           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(012) VALUE SPACES.
               03 WR-TP-VL-FATURADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01  WR-COL-DEVOLUCOES.
               03 FILLER                   PIC X(009) VALUE
                   "DEVOLUCAO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "DATA".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(007) VALUE " PEDIDO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(007) VALUE "PRODUTO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(006) VALUE "  QTDE".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(015) VALUE
                   "          VALOR".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(030) VALUE "MOTIVO".

           01  WR-DET-DEVOLUCAO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DD-NR-DEVOLUCAO       PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DD-DT-DEVOLUCAO       PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DD-NR-PEDIDO          PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DD-CD-PRODUTO         PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DD-QT-DEVOLVIDA       PIC ZZ.ZZ9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DD-VL-DEVOLVIDO       PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DD-DS-MOTIVO          PIC X(030).

           01  WR-TOT-DEVOLUCOES.
               03 FILLER                   PIC X(009) VALUE
                   "  TOTAL: ".
               03 WR-TD-QT-DEVOLUCOES      PIC ZZZZ9.
               03 FILLER                   PIC X(023) VALUE
                   " DEVOLUCAO(OES)".
               03 WR-TD-VL-DEVOLVIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01  WR-COL-TITULOS.
               03 FILLER                   PIC X(012) VALUE
                   "  PEDIDO/PC".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(009) VALUE
                   "NOTA FISC".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "EMISSAO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "VENCTO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "            VALOR".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "             PAGO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "            SALDO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(005) VALUE " DIAS".
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "SITUACAO".

           01  WR-DET-TITULO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-NR-PEDIDO          PIC Z(006)9.
               03 FILLER                   PIC X(001) VALUE "/".
               03 WR-DT-NR-PARCELA         PIC 9(002).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-NR-NOTA-FISCAL     PIC Z(008)9 BLANK WHEN ZERO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DT-EMISSAO         PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DT-VENCIMENTO      PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-TITULO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-PAGO            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-SALDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DIAS-ATRASO        PIC ZZZZ9 BLANK WHEN ZERO.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-SITUACAO           PIC X(008).

           01  WR-TOT-TITULOS.
               03 FILLER                   PIC X(019) VALUE
                   "  SALDO EM ABERTO: ".
               03 WR-TT-VL-ABERTO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(011) VALUE
                   "  VENCIDO: ".
               03 WR-TT-VL-VENCIDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(016) VALUE
                   "  MAIOR ATRASO: ".
               03 WR-TT-DIAS-ATRASO        PIC ZZZZ9.
               03 FILLER                   PIC X(005) VALUE " DIAS".

           01  WR-COL-VASILHAMES.
               03 FILLER                   PIC X(010) VALUE "  TIPO".
               03 FILLER                   PIC X(008) VALUE
                   "   SALDO".

           01  WR-DET-VASILHAME.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-TP-VASILHAME       PIC X(003).
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 WR-DV-QT-SALDO           PIC -(007)9.

           01  WR-COL-COMODATOS.
               03 FILLER                   PIC X(012) VALUE "  ATIVO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(030) VALUE "MODELO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "ENTREGA".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(012) VALUE "CONDICAO".
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 FILLER                   PIC X(008) VALUE "APONTADA".

           01  WR-DET-COMODATO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-NR-ATIVO           PIC X(010).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-DS-MODELO          PIC X(030).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-DT-ENTREGA         PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-DS-CONDICAO        PIC X(012).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-DT-CONDICAO        PIC 9(008) BLANK WHEN ZERO.

           01  WR-LINHA-CREDITO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-LC-DESCRICAO          PIC X(030).
               03 WR-LC-VALOR              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

           01  WR-RODAPE.
               03 FILLER                   PIC X(019) VALUE
                   "CLIENTES EMITIDOS: ".
               03 WR-RD-CLIENTES           PIC ZZZZ9.
               03 FILLER                   PIC X(021) VALUE
                   "   TOTAL DE PAGINAS: ".
               03 WR-RD-TOTAL-PAGINAS      PIC ZZ9.

       LINKAGE SECTION.
           01  PARAMETROS-EXTRATO-CLIENTE.
               05 EXT-CD-CLIENTE           PIC 9(007).
               05 EXT-CD-TERRITORIO        PIC x(005).
               05 EXT-DT-INICIAL           PIC 9(008).
               05 EXT-DT-FINAL             PIC 9(008).

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-EXTRATO-CLIENTE
                                PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           IF  EXT-CD-CLIENTE EQUAL ZEROS
           AND EXT-CD-TERRITORIO EQUAL SPACES
               DISPLAY "EXTRATO-CLIENTE: informe o cliente ou o "
                       "territorio"
               EXIT PROGRAM
           END-IF.
           PERFORM DEFINIR-PERIODO.
           IF  FUNCTION TEST-DATE-YYYYMMDD(ws-dt-inicial) NOT EQUAL 0
           OR  FUNCTION TEST-DATE-YYYYMMDD(ws-dt-final) NOT EQUAL 0
           OR  ws-dt-inicial GREATER ws-dt-final
               DISPLAY "EXTRATO-CLIENTE: periodo invalido"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-clientes.
           IF  NOT ws-clientes-ok
               DISPLAY "EXTRATO-CLIENTE: clientes.dat nao encontrado"
               EXIT PROGRAM
           END-IF.
           PERFORM ABRIR-ARQUIVOS-CONSULTA.
           PERFORM MONTAR-DEVOLUCOES-PERIODO.
           OPEN OUTPUT relat-extrato.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           IF  EXT-CD-CLIENTE NOT EQUAL ZEROS
               PERFORM EMITIR-CLIENTE-INFORMADO
           ELSE
               PERFORM EMITIR-TERRITORIO
           END-IF.
           IF  WS-CT-PAGINA GREATER ZEROS
               PERFORM IMPRIMIR-RODAPE
           END-IF.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "EXTRATO-CLIENTE: " WS-CT-CLIENTES
                   " cliente(s) em relatExtratoCliente.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Periodo informado ou, com datas zeradas, do dia 1 do mes da
      * data final ate a data final (hoje, se zerada).
      ******************************************************************
       DEFINIR-PERIODO SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-nr-inteiro-hoje =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje).
           IF  EXT-DT-FINAL EQUAL ZEROS
               MOVE ws-dt-hoje             TO ws-dt-final
           ELSE
               MOVE EXT-DT-FINAL           TO ws-dt-final
           END-IF.
           IF  EXT-DT-INICIAL EQUAL ZEROS
               MOVE ws-dt-final            TO ws-dt-inicial
               MOVE 01                     TO ws-dt-inicial-dia
           ELSE
               MOVE EXT-DT-INICIAL         TO ws-dt-inicial
           END-IF.

      ******************************************************************
      * Os arquivos de movimento sao opcionais: o que nao existir
      * apenas deixa o bloco correspondente vazio no extrato.
      ******************************************************************
       ABRIR-ARQUIVOS-CONSULTA SECTION.
           OPEN INPUT arq-pedidos.
           IF  ws-pedidos-ok
               MOVE "S"                    TO ws-pedidos-abertos-sw
           END-IF.
           OPEN INPUT arq-pedidos-hist.
           IF  ws-hist-ok
               MOVE "S"                    TO ws-hist-aberto-sw
           END-IF.
           OPEN INPUT arq-titulos.
           IF  ws-titulos-ok
               MOVE "S"                    TO ws-titulos-abertos-sw
           END-IF.
           OPEN INPUT arq-vasilhames.
           IF  ws-vasilhames-ok
               MOVE "S"                    TO ws-vasilhames-abertos-sw
           END-IF.
           OPEN INPUT arq-comodatos.
           IF  ws-comodatos-ok
               MOVE "S"                    TO ws-comodatos-abertos-sw
           END-IF.
           OPEN INPUT arq-limites.
           IF  ws-limites-ok
               MOVE "S"                    TO ws-limites-abertos-sw
           END-IF.

       FECHAR-ARQUIVOS SECTION.
           CLOSE arq-clientes.
           CLOSE arq-trabalho.
           CLOSE relat-extrato.
           IF  ws-pedidos-abertos
               CLOSE arq-pedidos
           END-IF.
           IF  ws-hist-aberto
               CLOSE arq-pedidos-hist
           END-IF.
           IF  ws-titulos-abertos
               CLOSE arq-titulos
           END-IF.
           IF  ws-vasilhames-abertos
               CLOSE arq-vasilhames
           END-IF.
           IF  ws-comodatos-abertos
               CLOSE arq-comodatos
           END-IF.
           IF  ws-limites-abertos
               CLOSE arq-limites
           END-IF.

      ******************************************************************
      * Devolucoes do periodo (do cliente informado ou de todos, na
      * emissao por territorio) copiadas para o trabalho pela chave
      * cliente + data.
      ******************************************************************
       MONTAR-DEVOLUCOES-PERIODO SECTION.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.
           OPEN INPUT arq-devolucoes.
           IF  NOT ws-devolucoes-ok
               EXIT SECTION
           END-IF.
           READ arq-devolucoes NEXT RECORD.
           PERFORM UNTIL NOT ws-devolucoes-ok
               IF  rw-dev-dt-devolucao NOT LESS ws-dt-inicial
               AND rw-dev-dt-devolucao NOT GREATER ws-dt-final
               AND (EXT-CD-CLIENTE EQUAL ZEROS
               OR   rw-dev-cd-cliente EQUAL EXT-CD-CLIENTE)
                   MOVE rw-dev-cd-cliente  TO rw-wdv-cd-cliente
                   MOVE rw-dev-dt-devolucao
                                           TO rw-wdv-dt-devolucao
                   MOVE rw-dev-nr-devolucao
                                           TO rw-wdv-nr-devolucao
                   MOVE rw-dev-nr-pedido   TO rw-wdv-nr-pedido
                   MOVE rw-dev-cd-produto  TO rw-wdv-cd-produto
                   MOVE rw-dev-qt-devolvida
                                           TO rw-wdv-qt-devolvida
                   MOVE rw-dev-vl-devolvido
                                           TO rw-wdv-vl-devolvido
                   MOVE rw-dev-ds-motivo   TO rw-wdv-ds-motivo
                   WRITE rw-wdv-registro
               END-IF
               READ arq-devolucoes NEXT RECORD
           END-PERFORM.
           CLOSE arq-devolucoes.

       EMITIR-CLIENTE-INFORMADO SECTION.
           MOVE EXT-CD-CLIENTE             TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   DISPLAY "EXTRATO-CLIENTE: cliente " EXT-CD-CLIENTE
                           " nao cadastrado"
                   EXIT SECTION
           END-READ.
           PERFORM EMITIR-EXTRATO.

      ******************************************************************
      * Emissao em lote: clientes ativos do territorio, na ordem do
      * codigo do cliente, cada um iniciando pagina nova.
      ******************************************************************
       EMITIR-TERRITORIO SECTION.
           MOVE ZEROS                      TO rw-cli-cd-cliente.
           START arq-clientes KEY IS NOT LESS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "23"               TO ws-resultado-clientes
           END-START.
           IF  ws-clientes-ok
               READ arq-clientes NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-clientes-ok
               IF  rw-cli-ativo
               AND rw-cli-cd-territorio EQUAL EXT-CD-TERRITORIO
                   PERFORM EMITIR-EXTRATO
               END-IF
               READ arq-clientes NEXT RECORD
           END-PERFORM.
           IF  WS-CT-CLIENTES EQUAL ZEROS
               MOVE EXT-CD-TERRITORIO      TO WR-CV-TERRITORIO
               MOVE WR-CAB3-VAZIO          TO ws-linha-cliente
               PERFORM IMPRIMIR-CABECALHO
           END-IF.

       EMITIR-EXTRATO SECTION.
           MOVE rw-cli-cd-cliente          TO ws-cd-cliente-extrato.
           MOVE rw-cli-cd-territorio       TO ws-cd-territorio-extrato.
           MOVE rw-cli-cd-cliente          TO WR-CB-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-CB-RAZAO-SOCIAL.
           MOVE rw-cli-cnpj                TO WR-CB-CNPJ.
           MOVE rw-cli-cd-territorio       TO WR-CB-TERRITORIO.
           MOVE WR-CAB3                    TO ws-linha-cliente.
           MOVE rw-cli-cd-cliente          TO WR-CT-CD-CLIENTE.
           IF  WS-CT-PAGINA GREATER ZEROS
               PERFORM COMPLETAR-PAGINA
                       UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           ADD 1                           TO WS-CT-CLIENTES.
           INITIALIZE ws-totais-cliente.
           PERFORM EMITIR-PEDIDOS.
           PERFORM EMITIR-DEVOLUCOES.
           PERFORM EMITIR-TITULOS.
           PERFORM EMITIR-VASILHAMES.
           PERFORM EMITIR-COMODATOS.
           PERFORM EMITIR-CREDITO.

      ******************************************************************
      * Todos os pedidos do cliente sao lidos pela chave cliente +
      * data: os do periodo saem no extrato e os ainda em aberto
      * (ativos, nao cancelados, nao faturados e nao entregues) somam
      * na exposicao de credito, como no CADASTRO-PEDIDOS. Os
      * arquivados do periodo vem em seguida.
      ******************************************************************
       EMITIR-PEDIDOS SECTION.
           MOVE "PEDIDOS NO PERIODO"       TO WR-TB-TITULO.
           MOVE WR-COL-PEDIDOS             TO ws-linha-colunas.
           PERFORM IMPRIMIR-TITULO-BLOCO.
           IF  ws-pedidos-abertos
               MOVE "ATIVO"                TO ws-ds-origem-pedido
               PERFORM LER-PEDIDOS-CLIENTE
           END-IF.
           IF  ws-hist-aberto
               MOVE "ARQUIVADO"            TO ws-ds-origem-pedido
               PERFORM LER-PEDIDOS-ARQUIVADOS
           END-IF.
           IF  ws-qt-pedidos-cliente EQUAL ZEROS
               MOVE "NENHUM PEDIDO NO PERIODO"
                                           TO WR-MB-MENSAGEM
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-MENSAGEM-BLOCO      TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE ws-qt-pedidos-cliente  TO WR-TP-QT-PEDIDOS
               MOVE ws-vl-pedidos-periodo  TO WR-TP-VL-TOTAL
               MOVE ws-vl-faturado-periodo TO WR-TP-VL-FATURADO
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-TOT-PEDIDOS         TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           END-IF.

       LER-PEDIDOS-CLIENTE SECTION.
           MOVE ws-cd-cliente-extrato      TO rw-ped-cd-cliente.
           MOVE ZEROS                      TO rw-ped-dt-pedido.
           START arq-pedidos KEY IS NOT LESS rw-ped-chave-cliente-data
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
                      OR rw-ped-cd-cliente NOT EQUAL
                                           ws-cd-cliente-extrato
               IF  rw-ped-ativo
               AND NOT rw-ped-cancelado
               AND NOT rw-ped-st-faturado
               AND NOT rw-ped-entregue
                   ADD rw-ped-vl-total     TO ws-vl-pedidos-abertos
               END-IF
               IF  rw-ped-ativo
               AND rw-ped-dt-pedido NOT LESS ws-dt-inicial
               AND rw-ped-dt-pedido NOT GREATER ws-dt-final
                   PERFORM IMPRIMIR-PEDIDO
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * O historico tem o mesmo layout do pedidos.dat: o registro
      * arquivado e tratado na area do pedido ativo para a impressao.
      ******************************************************************
       LER-PEDIDOS-ARQUIVADOS SECTION.
           MOVE ws-cd-cliente-extrato      TO rw-hp-cd-cliente.
           MOVE ws-dt-inicial              TO rw-hp-dt-pedido.
           START arq-pedidos-hist
                 KEY IS NOT LESS rw-hp-chave-cliente-data
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-pedidos-hist NEXT RECORD.
           PERFORM UNTIL NOT ws-hist-ok
                      OR rw-hp-cd-cliente NOT EQUAL
                                           ws-cd-cliente-extrato
                      OR rw-hp-dt-pedido GREATER ws-dt-final
               MOVE rw-hp-registro         TO rw-ped-registro
               IF  rw-ped-ativo
                   PERFORM IMPRIMIR-PEDIDO
               END-IF
               READ arq-pedidos-hist NEXT RECORD
           END-PERFORM.

       IMPRIMIR-PEDIDO SECTION.
           ADD 1                           TO ws-qt-pedidos-cliente.
           MOVE rw-ped-nr-pedido           TO WR-DP-NR-PEDIDO.
           MOVE rw-ped-dt-pedido           TO WR-DP-DT-PEDIDO.
           MOVE rw-ped-vl-total            TO WR-DP-VL-TOTAL.
           MOVE ws-ds-origem-pedido        TO WR-DP-ORIGEM.
           MOVE ZEROS                      TO WR-DP-DT-FATURAMENTO.
           MOVE ZEROS                      TO WR-DP-VL-FATURADO.
           MOVE ZEROS                      TO WR-DP-NR-NOTA-FISCAL.
           EVALUATE TRUE
               WHEN rw-ped-cancelado
                   MOVE "CANCELADO"        TO WR-DP-SITUACAO
               WHEN rw-ped-entregue
                   MOVE "ENTREGUE"         TO WR-DP-SITUACAO
               WHEN rw-ped-st-faturado
               WHEN rw-ped-faturado
                   MOVE "FATURADO"         TO WR-DP-SITUACAO
               WHEN rw-ped-confirmado
                   MOVE "CONFIRMADO"       TO WR-DP-SITUACAO
               WHEN OTHER
                   MOVE "DIGITADO"         TO WR-DP-SITUACAO
           END-EVALUATE.
           IF  NOT rw-ped-cancelado
               ADD rw-ped-vl-total         TO ws-vl-pedidos-periodo
           END-IF.
           IF  rw-ped-faturado
               MOVE rw-ped-dt-faturamento  TO WR-DP-DT-FATURAMENTO
               MOVE rw-ped-vl-faturado     TO WR-DP-VL-FATURADO
               ADD rw-ped-vl-faturado      TO ws-vl-faturado-periodo
               PERFORM LOCALIZAR-NOTA-PEDIDO
           END-IF.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-DET-PEDIDO              TO rw-relat-extrato.
           PERFORM IMPRIMIR-LINHA.

      ******************************************************************
      * A nota fiscal do pedido faturado vem do retorno do faturamento
      * e fica nos titulos gerados (parcela 1).
      ******************************************************************
       LOCALIZAR-NOTA-PEDIDO SECTION.
           IF  NOT ws-titulos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-ped-nr-pedido           TO rw-tit-nr-pedido.
           MOVE 01                         TO rw-tit-nr-parcela.
           READ arq-titulos KEY IS rw-tit-chave
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE rw-tit-nr-nota-fiscal      TO WR-DP-NR-NOTA-FISCAL.

       EMITIR-DEVOLUCOES SECTION.
           MOVE "DEVOLUCOES NO PERIODO"    TO WR-TB-TITULO.
           MOVE WR-COL-DEVOLUCOES          TO ws-linha-colunas.
           PERFORM IMPRIMIR-TITULO-BLOCO.
           MOVE ws-cd-cliente-extrato      TO rw-wdv-cd-cliente.
           MOVE ZEROS                      TO rw-wdv-dt-devolucao.
           MOVE ZEROS                      TO rw-wdv-nr-devolucao.
           START arq-trabalho KEY IS NOT LESS rw-wdv-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-trabalho
           END-START.
           IF  ws-trabalho-ok
               READ arq-trabalho NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
                      OR rw-wdv-cd-cliente NOT EQUAL
                                           ws-cd-cliente-extrato
               ADD 1                       TO ws-qt-devolucoes-cliente
               ADD rw-wdv-vl-devolvido     TO ws-vl-devolvido-periodo
               MOVE rw-wdv-nr-devolucao    TO WR-DD-NR-DEVOLUCAO
               MOVE rw-wdv-dt-devolucao    TO WR-DD-DT-DEVOLUCAO
               MOVE rw-wdv-nr-pedido       TO WR-DD-NR-PEDIDO
               MOVE rw-wdv-cd-produto      TO WR-DD-CD-PRODUTO
               MOVE rw-wdv-qt-devolvida    TO WR-DD-QT-DEVOLVIDA
               MOVE rw-wdv-vl-devolvido    TO WR-DD-VL-DEVOLVIDO
               MOVE rw-wdv-ds-motivo       TO WR-DD-DS-MOTIVO
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-DET-DEVOLUCAO       TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           IF  ws-qt-devolucoes-cliente EQUAL ZEROS
               MOVE "NENHUMA DEVOLUCAO NO PERIODO"
                                           TO WR-MB-MENSAGEM
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-MENSAGEM-BLOCO      TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE ws-qt-devolucoes-cliente
                                           TO WR-TD-QT-DEVOLUCOES
               MOVE ws-vl-devolvido-periodo
                                           TO WR-TD-VL-DEVOLVIDO
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-TOT-DEVOLUCOES      TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           END-IF.

      ******************************************************************
      * Titulos em aberto (aberto ou parcial) na data de hoje,
      * independentemente do periodo: saldo = valor - pago e atraso
      * em dias contado do vencimento, como no SOMAR-TITULOS-CLIENTE
      * do cadastro de pedidos.
      ******************************************************************
       EMITIR-TITULOS SECTION.
           MOVE "TITULOS EM ABERTO"        TO WR-TB-TITULO.
           MOVE WR-COL-TITULOS             TO ws-linha-colunas.
           PERFORM IMPRIMIR-TITULO-BLOCO.
           IF  ws-titulos-abertos
               PERFORM LER-TITULOS-CLIENTE
           END-IF.
           IF  ws-qt-titulos-cliente EQUAL ZEROS
               MOVE "NENHUM TITULO EM ABERTO"
                                           TO WR-MB-MENSAGEM
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-MENSAGEM-BLOCO      TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE ws-vl-titulos-abertos  TO WR-TT-VL-ABERTO
               MOVE ws-vl-titulos-vencidos TO WR-TT-VL-VENCIDO
               MOVE ws-dias-maior-atraso   TO WR-TT-DIAS-ATRASO
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-TOT-TITULOS         TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           END-IF.

       LER-TITULOS-CLIENTE SECTION.
           MOVE ws-cd-cliente-extrato      TO rw-tit-cd-cliente.
           START arq-titulos KEY IS EQUAL rw-tit-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-titulos NEXT RECORD.
           PERFORM UNTIL NOT ws-titulos-ok
                      OR rw-tit-cd-cliente NOT EQUAL
                                           ws-cd-cliente-extrato
               IF  rw-tit-em-aberto
                   PERFORM IMPRIMIR-TITULO
               END-IF
               READ arq-titulos NEXT RECORD
           END-PERFORM.

       IMPRIMIR-TITULO SECTION.
           ADD 1                           TO ws-qt-titulos-cliente.
           COMPUTE ws-vl-saldo-titulo = rw-tit-vl-titulo
                                      - rw-tit-vl-pago.
           ADD ws-vl-saldo-titulo          TO ws-vl-titulos-abertos.
           COMPUTE ws-dias-atraso-titulo = ws-nr-inteiro-hoje
                 - FUNCTION INTEGER-OF-DATE(rw-tit-dt-vencimento).
           MOVE rw-tit-nr-pedido           TO WR-DT-NR-PEDIDO.
           MOVE rw-tit-nr-parcela          TO WR-DT-NR-PARCELA.
           MOVE rw-tit-nr-nota-fiscal      TO WR-DT-NR-NOTA-FISCAL.
           MOVE rw-tit-dt-emissao          TO WR-DT-DT-EMISSAO.
           MOVE rw-tit-dt-vencimento       TO WR-DT-DT-VENCIMENTO.
           MOVE rw-tit-vl-titulo           TO WR-DT-VL-TITULO.
           MOVE rw-tit-vl-pago             TO WR-DT-VL-PAGO.
           MOVE ws-vl-saldo-titulo         TO WR-DT-VL-SALDO.
           IF  ws-dias-atraso-titulo GREATER ZEROS
               MOVE ws-dias-atraso-titulo  TO WR-DT-DIAS-ATRASO
               MOVE "VENCIDO"              TO WR-DT-SITUACAO
               ADD ws-vl-saldo-titulo      TO ws-vl-titulos-vencidos
               IF  ws-dias-atraso-titulo GREATER ws-dias-maior-atraso
                   MOVE ws-dias-atraso-titulo
                                           TO ws-dias-maior-atraso
               END-IF
           ELSE
               MOVE ZEROS                  TO WR-DT-DIAS-ATRASO
               MOVE "A VENCER"             TO WR-DT-SITUACAO
           END-IF.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-DET-TITULO              TO rw-relat-extrato.
           PERFORM IMPRIMIR-LINHA.

      ******************************************************************
      * Saldo de vasilhames em poder do cliente, por tipo (tipos com
      * saldo zerado nao saem).
      ******************************************************************
       EMITIR-VASILHAMES SECTION.
           MOVE "SALDO DE VASILHAMES"      TO WR-TB-TITULO.
           MOVE WR-COL-VASILHAMES          TO ws-linha-colunas.
           PERFORM IMPRIMIR-TITULO-BLOCO.
           MOVE ZEROS                      TO ws-qt-linhas-bloco.
           IF  ws-vasilhames-abertos
               PERFORM LER-VASILHAMES-CLIENTE
           END-IF.
           IF  ws-qt-linhas-bloco EQUAL ZEROS
               MOVE "NENHUM VASILHAME COM O CLIENTE"
                                           TO WR-MB-MENSAGEM
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-MENSAGEM-BLOCO      TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           END-IF.

       LER-VASILHAMES-CLIENTE SECTION.
           MOVE ws-cd-cliente-extrato      TO rw-vsl-cd-cliente.
           MOVE LOW-VALUES                 TO rw-vsl-tp-vasilhame.
           START arq-vasilhames KEY IS NOT LESS rw-vsl-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-vasilhames NEXT RECORD.
           PERFORM UNTIL NOT ws-vasilhames-ok
                      OR rw-vsl-cd-cliente NOT EQUAL
                                           ws-cd-cliente-extrato
               IF  rw-vsl-qt-saldo NOT EQUAL ZEROS
                   ADD 1                   TO ws-qt-linhas-bloco
                   MOVE rw-vsl-tp-vasilhame
                                           TO WR-DV-TP-VASILHAME
                   MOVE rw-vsl-qt-saldo    TO WR-DV-QT-SALDO
                   MOVE SPACES             TO rw-relat-extrato
                   MOVE WR-DET-VASILHAME   TO rw-relat-extrato
                   PERFORM IMPRIMIR-LINHA
               END-IF
               READ arq-vasilhames NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Equipamentos em comodato ainda nao recolhidos do cliente.
      ******************************************************************
       EMITIR-COMODATOS SECTION.
           MOVE "EQUIPAMENTOS EM COMODATO" TO WR-TB-TITULO.
           MOVE WR-COL-COMODATOS           TO ws-linha-colunas.
           PERFORM IMPRIMIR-TITULO-BLOCO.
           MOVE ZEROS                      TO ws-qt-linhas-bloco.
           IF  ws-comodatos-abertos
               PERFORM LER-COMODATOS-CLIENTE
           END-IF.
           IF  ws-qt-linhas-bloco EQUAL ZEROS
               MOVE "NENHUM EQUIPAMENTO EM COMODATO"
                                           TO WR-MB-MENSAGEM
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-MENSAGEM-BLOCO      TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           END-IF.

       LER-COMODATOS-CLIENTE SECTION.
           MOVE ws-cd-cliente-extrato      TO rw-cmd-cd-cliente.
           START arq-comodatos KEY IS EQUAL rw-cmd-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-comodatos NEXT RECORD.
           PERFORM UNTIL NOT ws-comodatos-ok
                      OR rw-cmd-cd-cliente NOT EQUAL
                                           ws-cd-cliente-extrato
               IF  rw-cmd-aberto
                   PERFORM IMPRIMIR-COMODATO
               END-IF
               READ arq-comodatos NEXT RECORD
           END-PERFORM.

       IMPRIMIR-COMODATO SECTION.
           ADD 1                           TO ws-qt-linhas-bloco.
           MOVE rw-cmd-nr-ativo            TO WR-DC-NR-ATIVO.
           MOVE rw-cmd-ds-modelo           TO WR-DC-DS-MODELO.
           MOVE rw-cmd-dt-entrega          TO WR-DC-DT-ENTREGA.
           MOVE rw-cmd-dt-condicao         TO WR-DC-DT-CONDICAO.
           EVALUATE TRUE
               WHEN rw-cmd-condicao-boa
                   MOVE "BOA"              TO WR-DC-DS-CONDICAO
               WHEN rw-cmd-danificado
                   MOVE "DANIFICADO"       TO WR-DC-DS-CONDICAO
               WHEN rw-cmd-faltante
                   MOVE "FALTANTE"         TO WR-DC-DS-CONDICAO
               WHEN OTHER
                   MOVE "NAO APONTADA"     TO WR-DC-DS-CONDICAO
           END-EVALUATE.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-DET-COMODATO            TO rw-relat-extrato.
           PERFORM IMPRIMIR-LINHA.

      ******************************************************************
      * Posicao de credito: exposicao = pedidos em aberto + saldo dos
      * titulos em aberto; disponivel = limite - exposicao. Cliente
      * sem limite cadastrado nao tem o credito conferido no pedido.
      ******************************************************************
       EMITIR-CREDITO SECTION.
           MOVE "POSICAO DE CREDITO"       TO WR-TB-TITULO.
           MOVE SPACES                     TO ws-linha-colunas.
           PERFORM IMPRIMIR-TITULO-BLOCO.
           COMPUTE ws-vl-exposicao = ws-vl-pedidos-abertos
                                   + ws-vl-titulos-abertos.
           MOVE "N"                        TO ws-resultado-limites.
           IF  ws-limites-abertos
               MOVE ws-cd-cliente-extrato  TO rw-lim-cd-cliente
               READ arq-limites KEY IS rw-lim-cd-cliente
                   INVALID KEY
                       MOVE "23"           TO ws-resultado-limites
               END-READ
           END-IF.
           IF  ws-limites-ok
               MOVE "LIMITE DE CREDITO"    TO WR-LC-DESCRICAO
               MOVE rw-lim-vl-limite       TO WR-LC-VALOR
               PERFORM IMPRIMIR-LINHA-CREDITO
           ELSE
               MOVE "SEM LIMITE CADASTRADO (CREDITO NAO CONFERIDO)"
                                           TO WR-MB-MENSAGEM
               MOVE SPACES                 TO rw-relat-extrato
               MOVE WR-MENSAGEM-BLOCO      TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           END-IF.
           MOVE "PEDIDOS EM ABERTO"        TO WR-LC-DESCRICAO.
           MOVE ws-vl-pedidos-abertos      TO WR-LC-VALOR.
           PERFORM IMPRIMIR-LINHA-CREDITO.
           MOVE "TITULOS EM ABERTO"        TO WR-LC-DESCRICAO.
           MOVE ws-vl-titulos-abertos      TO WR-LC-VALOR.
           PERFORM IMPRIMIR-LINHA-CREDITO.
           MOVE "EXPOSICAO TOTAL"          TO WR-LC-DESCRICAO.
           MOVE ws-vl-exposicao            TO WR-LC-VALOR.
           PERFORM IMPRIMIR-LINHA-CREDITO.
           IF  ws-limites-ok
               COMPUTE ws-vl-disponivel = rw-lim-vl-limite
                                        - ws-vl-exposicao
               MOVE "DISPONIVEL"           TO WR-LC-DESCRICAO
               MOVE ws-vl-disponivel       TO WR-LC-VALOR
               PERFORM IMPRIMIR-LINHA-CREDITO
           END-IF.

       IMPRIMIR-LINHA-CREDITO SECTION.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-LINHA-CREDITO           TO rw-relat-extrato.
           PERFORM IMPRIMIR-LINHA.

      ******************************************************************
      * Abertura de bloco: linha em branco, titulo e colunas, sem
      * deixar o titulo sozinho no pe da pagina.
      ******************************************************************
       IMPRIMIR-TITULO-BLOCO SECTION.
           IF  WS-CT-LINHAS2 + 4 GREATER WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-extrato.
           PERFORM IMPRIMIR-LINHA.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-TITULO-BLOCO            TO rw-relat-extrato.
           PERFORM IMPRIMIR-LINHA.
           IF  ws-linha-colunas NOT EQUAL SPACES
               MOVE SPACES                 TO rw-relat-extrato
               MOVE ws-linha-colunas       TO rw-relat-extrato
               PERFORM IMPRIMIR-LINHA
           END-IF.

       IMPRIMIR-LINHA SECTION.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               MOVE rw-relat-extrato       TO ws-linha-pendente
               PERFORM SALTAR-PAGINA
               MOVE ws-linha-pendente      TO rw-relat-extrato
           END-IF.
           WRITE rw-relat-extrato.
           ADD 1                           TO WS-CT-LINHAS2.

       SALTAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-CONTINUA                TO rw-relat-extrato.
           WRITE rw-relat-extrato.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-extrato.
           WRITE rw-relat-extrato.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-dt-inicial              TO WR-CB-DT-INICIAL.
           MOVE ws-dt-final                TO WR-CB-DT-FINAL.
           MOVE ws-dt-hoje                 TO WR-CB-DT-HOJE.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-CAB1                    TO rw-relat-extrato.
           WRITE rw-relat-extrato.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-IDENTIFICACAO           TO rw-relat-extrato.
           WRITE rw-relat-extrato.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-CAB2                    TO rw-relat-extrato.
           WRITE rw-relat-extrato.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE ws-linha-cliente           TO rw-relat-extrato.
           WRITE rw-relat-extrato.
           MOVE 4                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-CLIENTES             TO WR-RD-CLIENTES.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-extrato.
           WRITE rw-relat-extrato.
           MOVE SPACES                     TO rw-relat-extrato.
           MOVE WR-RODAPE                  TO rw-relat-extrato.
           WRITE rw-relat-extrato.
       END PROGRAM EXTRATO-CLIENTE.
