      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Desligamento de vendedor. O supervisor informa o
      *          vendedor e recebe a lista de tudo o que ainda depende
      *          dele (relatDesligamentoVendedor.txt): clientes da
      *          distribuicao e coberturas de que ele e titular,
      *          fixacoes, prospects pendentes, pedidos digitados ou
      *          com itens retidos, metas de meses futuros e
      *          ausencias em que ele e o substituto. Para cada grupo
      *          pode indicar um sucessor (zero = nao transferir); com
      *          a confirmacao tudo e transferido numa unica execucao,
      *          com uma linha de auditoria por grupo. A inativacao do
      *          vendedor so e oferecida quando nao resta pendencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESLIGAMENTO-VENDEDOR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-fixacoes ASSIGN TO DISK "fixacoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fix-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-fixacoes.

           SELECT arq-prospects ASSIGN TO DISK "prospects.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-psp-nr-prospect
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-prospects.

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

           SELECT arq-metas ASSIGN TO DISK "metas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-met-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-metas.

           SELECT arq-metas-familia ASSIGN TO DISK "metasFamilia.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mtf-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-metas-familia.

           SELECT arq-ausencias ASSIGN TO DISK "ausencias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-aus-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-ausencias.

           SELECT arq-trabalho ASSIGN TO DISK "wrkpendvendedor.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wpv-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-desligamento
                  ASSIGN TO "relatDesligamentoVendedor.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
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
                  88 rw-vnd-situacao-inativo     VALUE "I".
                  88 rw-vnd-situacao-ferias      VALUE "F".
               03 rw-vnd-cd-supervisor     PIC 9(003).

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

           FD arq-fixacoes.
           01  rw-fix-registro.
               03 rw-fix-cd-cliente        PIC 9(007).
               03 rw-fix-cd-vendedor       PIC 9(003).

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

           FD arq-metas.
           01  rw-met-registro.
               03 rw-met-chave.
                  05 rw-met-cd-vendedor    PIC 9(003).
                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-qt-visitas        PIC 9(005).
               03 rw-met-vl-pedidos        PIC 9(009)v9(002).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

           FD arq-metas-familia.
           01  rw-mtf-registro.
               03 rw-mtf-chave.
                  05 rw-mtf-cd-vendedor    PIC 9(003).
                  05 rw-mtf-nr-anomes      PIC 9(006).
                  05 rw-mtf-cd-familia     PIC 9(005).
               03 rw-mtf-vl-meta           PIC 9(009)v9(002).

           FD arq-ausencias.
           01  rw-aus-registro.
               03 rw-aus-chave.
                  05 rw-aus-cd-vendedor    PIC 9(003).
                  05 rw-aus-dt-inicio      PIC 9(008).
               03 rw-aus-dt-fim            PIC 9(008).
               03 rw-aus-tp-ausencia       PIC x(001).
               03 rw-aus-cd-substituto     PIC 9(003).

           FD arq-trabalho.
           01  rw-wpv-registro.
               03 rw-wpv-chave.
                  05 rw-wpv-tp-grupo       PIC x(001).
                     88 rw-wpv-distribuicao    VALUE "D".
                     88 rw-wpv-titular         VALUE "T".
                     88 rw-wpv-fixacao         VALUE "F".
                     88 rw-wpv-prospect        VALUE "P".
                     88 rw-wpv-pedido          VALUE "O".
                     88 rw-wpv-item-retido     VALUE "R".
                     88 rw-wpv-meta            VALUE "M".
                     88 rw-wpv-meta-familia    VALUE "N".
                     88 rw-wpv-ausencia        VALUE "S".
                  05 rw-wpv-nr-chave-1     PIC 9(008).
                  05 rw-wpv-nr-chave-2     PIC 9(008).
               03 rw-wpv-ds-nome           PIC x(040).
               03 rw-wpv-ds-situacao       PIC x(020).
               03 rw-wpv-dt-referencia     PIC 9(008).
               03 rw-wpv-vl-referencia     PIC 9(011)v9(002).

           FD relat-desligamento.
           01  rw-relat-desligamento       PIC x(200).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-fixacoes    PIC x(02).
                  88 ws-fixacoes-ok            VALUE "00", "02".
               03 ws-resultado-prospects   PIC x(02).
                  88 ws-prospects-ok           VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-metas       PIC x(02).
                  88 ws-metas-ok               VALUE "00", "02".
               03 ws-resultado-metas-familia PIC x(02).
                  88 ws-metas-familia-ok       VALUE "00", "02".
               03 ws-resultado-ausencias   PIC x(02).
                  88 ws-ausencias-ok           VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-arquivos-abertos.
               03 ws-distribuicao-aberta-sw PIC x(001) VALUE "N".
                  88 ws-distribuicao-aberta    VALUE "S".
               03 ws-fixacoes-abertas-sw   PIC x(001) VALUE "N".
                  88 ws-fixacoes-abertas       VALUE "S".
               03 ws-prospects-abertos-sw  PIC x(001) VALUE "N".
                  88 ws-prospects-abertos      VALUE "S".
               03 ws-pedidos-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-pedidos-abertos        VALUE "S".
               03 ws-metas-abertas-sw      PIC x(001) VALUE "N".
                  88 ws-metas-abertas          VALUE "S".
               03 ws-metas-fam-abertas-sw  PIC x(001) VALUE "N".
                  88 ws-metas-fam-abertas      VALUE "S".
               03 ws-ausencias-abertas-sw  PIC x(001) VALUE "N".
                  88 ws-ausencias-abertas      VALUE "S".

           01  ws-dados-desligamento.
               03 ws-cd-vendedor-desligar  PIC 9(003) VALUE ZEROS.
               03 ws-nm-vendedor-desligar  PIC x(040) VALUE SPACES.
               03 ws-cpf-vendedor-desligar PIC 9(011) VALUE ZEROS.
               03 ws-sucessor-distribuicao PIC 9(003) VALUE ZEROS.
               03 ws-cpf-sucessor-distrib  PIC 9(011) VALUE ZEROS.
               03 ws-sucessor-fixacoes     PIC 9(003) VALUE ZEROS.
               03 ws-sucessor-prospects    PIC 9(003) VALUE ZEROS.
               03 ws-sucessor-pedidos      PIC 9(003) VALUE ZEROS.
               03 ws-sucessor-metas        PIC 9(003) VALUE ZEROS.
               03 ws-sucessor-ausencias    PIC 9(003) VALUE ZEROS.
               03 ws-qt-tela-distribuicao  PIC 9(006) VALUE ZEROS.
               03 ws-qt-tela-pedidos       PIC 9(006) VALUE ZEROS.

           01  ws-campos-calculo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-hr-agora              PIC 9(008) VALUE ZEROS.
               03 ws-cd-sucessor-valida    PIC 9(003) VALUE ZEROS.
               03 ws-cd-sucessor-grupo     PIC 9(003) VALUE ZEROS.
               03 ws-decisao-in            PIC x(001) VALUE SPACES.
               03 ws-decisao               PIC x(001) VALUE SPACES.
               03 ws-inativar-in           PIC x(001) VALUE SPACES.
               03 ws-interrompido-sw       PIC x(001) VALUE "N".
                  88 ws-interrompido           VALUE "S".
               03 ws-qt-transferidos       PIC 9(006) VALUE ZEROS.
               03 ws-qt-visitas-salvo      PIC 9(005) VALUE ZEROS.
               03 ws-vl-pedidos-salvo      PIC 9(009)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-verba-salvo        PIC 9(009)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-meta-salvo         PIC 9(009)v9(002)
                                            VALUE ZEROS.

           01  ws-chave-auditoria.
               03 ws-au-cd-origem          PIC 9(003).
               03 FILLER                   PIC x(001) VALUE ">".
               03 ws-au-cd-destino         PIC 9(003).
               03 FILLER                   PIC x(001) VALUE SPACES.
               03 ws-au-qt-registros       PIC 9(006).

           01  WS-CONTADORES.
               03 WS-CT-DISTRIBUICAO       PIC 9(006) VALUE ZEROS.
               03 WS-CT-FIXACOES           PIC 9(006) VALUE ZEROS.
               03 WS-CT-PROSPECTS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-PEDIDOS            PIC 9(006) VALUE ZEROS.
               03 WS-CT-METAS              PIC 9(006) VALUE ZEROS.
               03 WS-CT-AUSENCIAS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-FALHAS             PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  PARAMETROS-PENDENCIAS.
               05 PND-CD-VENDEDOR          PIC 9(003) VALUE ZEROS.
               05 PND-QT-DISTRIBUICAO      PIC 9(006) VALUE ZEROS.
               05 PND-QT-FIXACOES          PIC 9(006) VALUE ZEROS.
               05 PND-QT-PROSPECTS         PIC 9(006) VALUE ZEROS.
               05 PND-QT-PEDIDOS           PIC 9(006) VALUE ZEROS.
               05 PND-QT-RETIDOS           PIC 9(006) VALUE ZEROS.
               05 PND-QT-METAS             PIC 9(006) VALUE ZEROS.
               05 PND-QT-AUSENCIAS         PIC 9(006) VALUE ZEROS.
               05 PND-QT-TOTAL             PIC 9(007) VALUE ZEROS.
               05 PND-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
               03 FILLER                   PIC x(006) VALUE " HORA ".
               03 WR-AU-HORA               PIC 9(006).
               03 FILLER                   PIC x(010) VALUE
                   " OPERADOR ".
               03 WR-AU-OPERADOR           PIC x(010).
               03 FILLER                   PIC x(006) VALUE " ACAO ".
               03 WR-AU-ACAO               PIC x(010).
               03 FILLER                   PIC x(007) VALUE " CHAVE ".
               03 WR-AU-CHAVE              PIC x(014).

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
               03 FILLER                   PIC X(032) VALUE
                   "PENDENCIAS DO VENDEDOR".
               03 WR-CB-CD-VENDEDOR        PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-CB-NM-VENDEDOR        PIC X(040).

           01  WR-CAB2.
               03 FILLER                   PIC X(014) VALUE "GRUPO".
               03 FILLER                   PIC X(019) VALUE "CHAVE".
               03 FILLER                   PIC X(041) VALUE
                   "DESCRICAO".
               03 FILLER                   PIC X(023) VALUE
                   "SITUACAO".
               03 FILLER                   PIC X(010) VALUE "DATA".
               03 FILLER                   PIC X(016) VALUE
                   "           VALOR".

           01  WR-DETALHE.
               03 WR-DT-GRUPO              PIC X(012).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-NR-CHAVE-1         PIC 9(008).
               03 WR-DT-SEPARADOR          PIC X(001).
               03 WR-DT-NR-CHAVE-2         PIC Z(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DS-NOME            PIC X(040).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-SITUACAO           PIC X(022).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DT-DT-REFERENCIA      PIC Z(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-REFERENCIA      PIC Z(010)9,99.

           01  WR-RODAPE.
               03 FILLER                   PIC X(020) VALUE SPACES.
               03 FILLER                   PIC X(022) VALUE
                   "TOTAL DE PENDENCIAS: ".
               03 WR-RD-TOTAL              PIC Z(006)9.

           01  WR-TRANSFERENCIA.
               03 FILLER                   PIC X(020) VALUE SPACES.
               03 WR-TR-GRUPO              PIC X(022).
               03 FILLER                   PIC X(017) VALUE
                   " TRANSFERIDOS:   ".
               03 WR-TR-QUANTIDADE         PIC Z(005)9.
               03 FILLER                   PIC X(015) VALUE
                   "  PARA O CODIGO".
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-TR-SUCESSOR           PIC 9(003).

           01  WR-APLICACAO.
               03 FILLER                   PIC X(020) VALUE SPACES.
               03 FILLER                   PIC X(026) VALUE
                   "TRANSFERENCIA APLICADA POR".
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-AP-OPERADOR           PIC X(010).
               03 FILLER                   PIC X(004) VALUE " EM ".
               03 WR-AP-DATA               PIC 9(008).
               03 FILLER                   PIC X(010) VALUE
                   " FALHAS: ".
               03 WR-AP-FALHAS             PIC Z(005)9.
               03 FILLER                   PIC X(014) VALUE
                   "  PENDENTES: ".
               03 WR-AP-PENDENTES          PIC Z(006)9.

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "DESLIGAMENTO DE VENDEDOR"
                                               LINE 03 COL 24.
           05  VENDEDOR-SECTION.
               07  VALUE "Vendedor a desligar:" LINE 05 COL 05.
               07  VENDEDOR-ON-SCR-IN          LINE 05 COL 30
                            PIC 9(03)        USING
                                             ws-cd-vendedor-desligar.
               07  NOME-VENDEDOR-OUT           LINE 05 COL 35
                            PIC x(40)        FROM
                                             ws-nm-vendedor-desligar.
           05  PENDENCIAS-SECTION.
               07  VALUE "Pendencia"           LINE 07 COL 05.
               07  VALUE "Qtde"                LINE 07 COL 42.
               07  VALUE "Sucessor (0 = manter)"
                                               LINE 07 COL 50.
               07  VALUE "Clientes da distribuicao:"
                                               LINE 08 COL 05.
               07  QT-DISTRIBUICAO-OUT         LINE 08 COL 40
                            PIC Z(05)9       FROM
                                             ws-qt-tela-distribuicao.
               07  SUC-DISTRIBUICAO-ON-SCR-IN  LINE 08 COL 50
                            PIC 9(03)        USING
                                             ws-sucessor-distribuicao.
               07  VALUE "Fixacoes de cliente:" LINE 09 COL 05.
               07  QT-FIXACOES-OUT             LINE 09 COL 40
                            PIC Z(05)9       FROM PND-QT-FIXACOES.
               07  SUC-FIXACOES-ON-SCR-IN      LINE 09 COL 50
                            PIC 9(03)        USING
                                             ws-sucessor-fixacoes.
               07  VALUE "Prospects pendentes:" LINE 10 COL 05.
               07  QT-PROSPECTS-OUT            LINE 10 COL 40
                            PIC Z(05)9       FROM PND-QT-PROSPECTS.
               07  SUC-PROSPECTS-ON-SCR-IN     LINE 10 COL 50
                            PIC 9(03)        USING
                                             ws-sucessor-prospects.
               07  VALUE "Pedidos digitados/retidos:"
                                               LINE 11 COL 05.
               07  QT-PEDIDOS-OUT              LINE 11 COL 40
                            PIC Z(05)9       FROM ws-qt-tela-pedidos.
               07  SUC-PEDIDOS-ON-SCR-IN       LINE 11 COL 50
                            PIC 9(03)        USING
                                             ws-sucessor-pedidos.
               07  VALUE "Metas de meses futuros:"
                                               LINE 12 COL 05.
               07  QT-METAS-OUT                LINE 12 COL 40
                            PIC Z(05)9       FROM PND-QT-METAS.
               07  SUC-METAS-ON-SCR-IN         LINE 12 COL 50
                            PIC 9(03)        USING ws-sucessor-metas.
               07  VALUE "Substituicoes em ausencias:"
                                               LINE 13 COL 05.
               07  QT-AUSENCIAS-OUT            LINE 13 COL 40
                            PIC Z(05)9       FROM PND-QT-AUSENCIAS.
               07  SUC-AUSENCIAS-ON-SCR-IN     LINE 13 COL 50
                            PIC 9(03)        USING
                                             ws-sucessor-ausencias.
               07  VALUE "Total de pendencias:" LINE 14 COL 05.
               07  QT-TOTAL-OUT                LINE 14 COL 39
                            PIC Z(06)9       FROM PND-QT-TOTAL.
               07  VALUE "Lista em relatDesligamentoVendedor.txt"
                                               LINE 15 COL 05.
           05  CONFIRMACAO-SECTION.
               07  VALUE "Confirma (C-Confirma/ENTER cancela):"
                                               LINE 17 COL 05.
               07  DECISAO-ON-SCR-IN           LINE 17 COL 43
                            PIC x(01)        TO ws-decisao-in.
           05  INATIVACAO-SECTION.
               07  VALUE "Sem pendencias. Inativar o vendedor (S/N):"
                                               LINE 19 COL 05.
               07  INATIVAR-ON-SCR-IN          LINE 19 COL 49
                            PIC x(01)        TO ws-inativar-in.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 22 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           MOVE SPACES                     TO whs-mensagem.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           DISPLAY DADOS-SECTION.
           DISPLAY VENDEDOR-SECTION.
           ACCEPT VENDEDOR-ON-SCR-IN.

           OPEN I-O arq-vendedores.
           IF  NOT ws-operacao-ok
               MOVE "Cadastro de vendedores nao encontrado"
                                           TO whs-mensagem
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
               EXIT PROGRAM
           END-IF.
           MOVE ws-cd-vendedor-desligar    TO rw-vnd-cd-vendedor.
           READ arq-vendedores KEY IS rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "Vendedor nao cadastrado!" TO whs-mensagem
           END-READ.
           IF  NOT processamento-sem-erro
               CLOSE arq-vendedores
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
               EXIT PROGRAM
           END-IF.
           MOVE rw-vnd-nome                TO ws-nm-vendedor-desligar.
           MOVE rw-vnd-cpf                 TO ws-cpf-vendedor-desligar.
           DISPLAY VENDEDOR-SECTION.

           PERFORM LOCALIZAR-PENDENCIAS.
           PERFORM IMPRIMIR-PENDENCIAS.
           IF  PND-QT-TOTAL GREATER ZEROS
               PERFORM TRANSFERIR-PENDENCIAS
           END-IF.
           IF  NOT ws-interrompido
               PERFORM OFERECER-INATIVACAO
           END-IF.
           DISPLAY MENSAGEM-SECTION.
           ACCEPT MENSAGEM-SECTION.

           CLOSE arq-vendedores.
           DISPLAY "DESLIGAMENTO-VENDEDOR: vendedor "
                   ws-cd-vendedor-desligar ", " PND-QT-TOTAL
                   " pendencias restantes".
           EXIT PROGRAM.

       LOCALIZAR-PENDENCIAS SECTION.
           MOVE ws-cd-vendedor-desligar    TO PND-CD-VENDEDOR.
           CALL "LOCALIZAR-PENDENCIAS-VENDEDOR"
                USING PARAMETROS-PENDENCIAS.
           CANCEL "LOCALIZAR-PENDENCIAS-VENDEDOR".
           MOVE PND-QT-DISTRIBUICAO        TO ws-qt-tela-distribuicao.
           MOVE PND-QT-PEDIDOS             TO ws-qt-tela-pedidos.

      ******************************************************************
      * Sucessores por grupo: zero deixa o grupo com o vendedor; o
      * sucessor tem de existir, estar ativo e nao ser o proprio
      * vendedor. Nada e alterado sem a confirmacao.
      ******************************************************************
       TRANSFERIR-PENDENCIAS SECTION.
           DISPLAY PENDENCIAS-SECTION.
           IF  PND-QT-DISTRIBUICAO GREATER ZEROS
               ACCEPT SUC-DISTRIBUICAO-ON-SCR-IN
           END-IF.
           IF  PND-QT-FIXACOES GREATER ZEROS
               ACCEPT SUC-FIXACOES-ON-SCR-IN
           END-IF.
           IF  PND-QT-PROSPECTS GREATER ZEROS
               ACCEPT SUC-PROSPECTS-ON-SCR-IN
           END-IF.
           IF  PND-QT-PEDIDOS GREATER ZEROS
               ACCEPT SUC-PEDIDOS-ON-SCR-IN
           END-IF.
           IF  PND-QT-METAS GREATER ZEROS
               ACCEPT SUC-METAS-ON-SCR-IN
           END-IF.
           IF  PND-QT-AUSENCIAS GREATER ZEROS
               ACCEPT SUC-AUSENCIAS-ON-SCR-IN
           END-IF.
           PERFORM VALIDAR-SUCESSORES.
           IF  NOT processamento-sem-erro
               MOVE "S"                    TO ws-interrompido-sw
               EXIT SECTION
           END-IF.
           IF  ws-sucessor-distribuicao EQUAL ZEROS
           AND ws-sucessor-fixacoes EQUAL ZEROS
           AND ws-sucessor-prospects EQUAL ZEROS
           AND ws-sucessor-pedidos EQUAL ZEROS
           AND ws-sucessor-metas EQUAL ZEROS
           AND ws-sucessor-ausencias EQUAL ZEROS
               EXIT SECTION
           END-IF.

           MOVE SPACES                     TO ws-decisao-in.
           DISPLAY CONFIRMACAO-SECTION.
           ACCEPT DECISAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(ws-decisao-in) TO ws-decisao.
           IF  ws-decisao NOT EQUAL "C"
               MOVE "Desligamento cancelado - nada foi transferido"
                                           TO whs-mensagem
               MOVE "S"                    TO ws-interrompido-sw
               EXIT SECTION
           END-IF.
           PERFORM APLICAR-TRANSFERENCIA.
           PERFORM LOCALIZAR-PENDENCIAS.
           PERFORM IMPRIMIR-TRANSFERENCIAS.
           COMPUTE ws-qt-transferidos = WS-CT-DISTRIBUICAO
                                      + WS-CT-FIXACOES
                                      + WS-CT-PROSPECTS
                                      + WS-CT-PEDIDOS + WS-CT-METAS
                                      + WS-CT-AUSENCIAS.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Transferidos: " ws-qt-transferidos
                  " Falhas: " WS-CT-FALHAS
                  " Pendencias restantes: " PND-QT-TOTAL
                  DELIMITED BY SIZE INTO whs-mensagem.

       VALIDAR-SUCESSORES SECTION.
           IF  PND-QT-DISTRIBUICAO EQUAL ZEROS
               MOVE ZEROS                  TO ws-sucessor-distribuicao
           END-IF.
           IF  PND-QT-FIXACOES EQUAL ZEROS
               MOVE ZEROS                  TO ws-sucessor-fixacoes
           END-IF.
           IF  PND-QT-PROSPECTS EQUAL ZEROS
               MOVE ZEROS                  TO ws-sucessor-prospects
           END-IF.
           IF  PND-QT-PEDIDOS EQUAL ZEROS
               MOVE ZEROS                  TO ws-sucessor-pedidos
           END-IF.
           IF  PND-QT-METAS EQUAL ZEROS
               MOVE ZEROS                  TO ws-sucessor-metas
           END-IF.
           IF  PND-QT-AUSENCIAS EQUAL ZEROS
               MOVE ZEROS                  TO ws-sucessor-ausencias
           END-IF.
           MOVE ws-sucessor-fixacoes       TO ws-cd-sucessor-valida.
           PERFORM VALIDAR-SUCESSOR.
           MOVE ws-sucessor-prospects      TO ws-cd-sucessor-valida.
           PERFORM VALIDAR-SUCESSOR.
           MOVE ws-sucessor-pedidos        TO ws-cd-sucessor-valida.
           PERFORM VALIDAR-SUCESSOR.
           MOVE ws-sucessor-metas          TO ws-cd-sucessor-valida.
           PERFORM VALIDAR-SUCESSOR.
           MOVE ws-sucessor-ausencias      TO ws-cd-sucessor-valida.
           PERFORM VALIDAR-SUCESSOR.
      *    por ultimo a distribuicao, que leva o CPF do sucessor
           MOVE ws-sucessor-distribuicao   TO ws-cd-sucessor-valida.
           PERFORM VALIDAR-SUCESSOR.
           IF  ws-sucessor-distribuicao GREATER ZEROS
           AND processamento-sem-erro
               MOVE rw-vnd-cpf             TO ws-cpf-sucessor-distrib
           END-IF.

       VALIDAR-SUCESSOR SECTION.
           IF  ws-cd-sucessor-valida EQUAL ZEROS
           OR  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.
           IF  ws-cd-sucessor-valida EQUAL ws-cd-vendedor-desligar
               MOVE "Sucessor nao pode ser o proprio vendedor!"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE ws-cd-sucessor-valida      TO rw-vnd-cd-vendedor.
           READ arq-vendedores KEY IS rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE SPACES             TO whs-mensagem
                   STRING "Sucessor " ws-cd-sucessor-valida
                          " nao cadastrado!"
                          DELIMITED BY SIZE INTO whs-mensagem
                   EXIT SECTION
           END-READ.
           IF  NOT rw-vnd-ativo
           OR  rw-vnd-situacao-inativo
               MOVE SPACES                 TO whs-mensagem
               STRING "Sucessor " ws-cd-sucessor-valida
                      " esta inativo!"
                      DELIMITED BY SIZE INTO whs-mensagem
           END-IF.

      ******************************************************************
      * Aplicacao confirmada: cada pendencia do trabalho e regravada
      * no arquivo de origem com o sucessor do seu grupo. Itens
      * retidos acompanham o pedido e nao tem vendedor proprio. Metas
      * vao para a chave do sucessor, somando nas metas que ele ja
      * tenha no mesmo mes. Uma linha de auditoria por grupo.
      ******************************************************************
       APLICAR-TRANSFERENCIA SECTION.
           PERFORM ABRIR-ARQUIVOS-ORIGEM.
           OPEN INPUT arq-trabalho.
           IF  ws-trabalho-ok
               READ arq-trabalho NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
               EVALUATE TRUE
                   WHEN (rw-wpv-distribuicao OR rw-wpv-titular)
                    AND ws-sucessor-distribuicao GREATER ZEROS
                       PERFORM TRANSFERIR-DISTRIBUICAO
                   WHEN rw-wpv-fixacao
                    AND ws-sucessor-fixacoes GREATER ZEROS
                       PERFORM TRANSFERIR-FIXACAO
                   WHEN rw-wpv-prospect
                    AND ws-sucessor-prospects GREATER ZEROS
                       PERFORM TRANSFERIR-PROSPECT
                   WHEN rw-wpv-pedido
                    AND ws-sucessor-pedidos GREATER ZEROS
                       PERFORM TRANSFERIR-PEDIDO
                   WHEN rw-wpv-meta
                    AND ws-sucessor-metas GREATER ZEROS
                       PERFORM TRANSFERIR-META
                   WHEN rw-wpv-meta-familia
                    AND ws-sucessor-metas GREATER ZEROS
                       PERFORM TRANSFERIR-META-FAMILIA
                   WHEN rw-wpv-ausencia
                    AND ws-sucessor-ausencias GREATER ZEROS
                       PERFORM TRANSFERIR-AUSENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           CLOSE arq-trabalho.
           PERFORM FECHAR-ARQUIVOS-ORIGEM.

           PERFORM AUDITAR-TRANSFERENCIAS.

       ABRIR-ARQUIVOS-ORIGEM SECTION.
           IF  ws-sucessor-distribuicao GREATER ZEROS
               OPEN I-O arq-distribuicao
               IF  ws-distribuicao-ok
                   MOVE "S"                TO ws-distribuicao-aberta-sw
               END-IF
           END-IF.
           IF  ws-sucessor-fixacoes GREATER ZEROS
               OPEN I-O arq-fixacoes
               IF  ws-fixacoes-ok
                   MOVE "S"                TO ws-fixacoes-abertas-sw
               END-IF
           END-IF.
           IF  ws-sucessor-prospects GREATER ZEROS
               OPEN I-O arq-prospects
               IF  ws-prospects-ok
                   MOVE "S"                TO ws-prospects-abertos-sw
               END-IF
           END-IF.
           IF  ws-sucessor-pedidos GREATER ZEROS
               OPEN I-O arq-pedidos
               IF  ws-pedidos-ok
                   MOVE "S"                TO ws-pedidos-abertos-sw
               END-IF
           END-IF.
           IF  ws-sucessor-metas GREATER ZEROS
               OPEN I-O arq-metas
               IF  ws-metas-ok
                   MOVE "S"                TO ws-metas-abertas-sw
               END-IF
               OPEN I-O arq-metas-familia
               IF  ws-metas-familia-ok
                   MOVE "S"                TO ws-metas-fam-abertas-sw
               END-IF
           END-IF.
           IF  ws-sucessor-ausencias GREATER ZEROS
               OPEN I-O arq-ausencias
               IF  ws-ausencias-ok
                   MOVE "S"                TO ws-ausencias-abertas-sw
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-ORIGEM SECTION.
           IF  ws-distribuicao-aberta
               CLOSE arq-distribuicao
           END-IF.
           IF  ws-fixacoes-abertas
               CLOSE arq-fixacoes
           END-IF.
           IF  ws-prospects-abertos
               CLOSE arq-prospects
           END-IF.
           IF  ws-pedidos-abertos
               CLOSE arq-pedidos
           END-IF.
           IF  ws-metas-abertas
               CLOSE arq-metas
           END-IF.
           IF  ws-metas-fam-abertas
               CLOSE arq-metas-familia
           END-IF.
           IF  ws-ausencias-abertas
               CLOSE arq-ausencias
           END-IF.

      *    cobertura temporaria cujo substituto e o proprio sucessor
      *    deixa de ser temporaria: o cliente fica com ele
       TRANSFERIR-DISTRIBUICAO SECTION.
           IF  NOT ws-distribuicao-aberta
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE rw-wpv-nr-chave-1          TO rw-dst-cd-cliente.
           READ arq-distribuicao KEY IS rw-dst-cd-cliente
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           IF  rw-wpv-distribuicao
               MOVE ws-sucessor-distribuicao TO rw-dst-cd-vendedor
               MOVE ws-cpf-sucessor-distrib TO rw-dst-cpf-vendedor
           ELSE
               MOVE ws-sucessor-distribuicao TO rw-dst-cd-titular
           END-IF.
           IF  rw-dst-temporaria
           AND rw-dst-cd-titular EQUAL rw-dst-cd-vendedor
               MOVE SPACES                 TO rw-dst-st-cobertura
               MOVE ZEROS                  TO rw-dst-cd-titular
           END-IF.
           REWRITE rw-dst-registro.
           IF  ws-distribuicao-ok
               ADD 1                       TO WS-CT-DISTRIBUICAO
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       TRANSFERIR-FIXACAO SECTION.
           IF  NOT ws-fixacoes-abertas
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE rw-wpv-nr-chave-1          TO rw-fix-cd-cliente.
           READ arq-fixacoes KEY IS rw-fix-cd-cliente
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE ws-sucessor-fixacoes       TO rw-fix-cd-vendedor.
           REWRITE rw-fix-registro.
           IF  ws-fixacoes-ok
               ADD 1                       TO WS-CT-FIXACOES
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       TRANSFERIR-PROSPECT SECTION.
           IF  NOT ws-prospects-abertos
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE rw-wpv-nr-chave-1          TO rw-psp-nr-prospect.
           READ arq-prospects KEY IS rw-psp-nr-prospect
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE ws-sucessor-prospects      TO rw-psp-cd-vendedor.
           REWRITE rw-psp-registro.
           IF  ws-prospects-ok
               ADD 1                       TO WS-CT-PROSPECTS
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       TRANSFERIR-PEDIDO SECTION.
           IF  NOT ws-pedidos-abertos
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE rw-wpv-nr-chave-1          TO rw-ped-nr-pedido.
           READ arq-pedidos KEY IS rw-ped-nr-pedido
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE ws-sucessor-pedidos        TO rw-ped-cd-vendedor.
           REWRITE rw-ped-registro.
           IF  ws-pedidos-ok
               ADD 1                       TO WS-CT-PEDIDOS
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       TRANSFERIR-META SECTION.
           IF  NOT ws-metas-abertas
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-vendedor-desligar    TO rw-met-cd-vendedor.
           MOVE rw-wpv-nr-chave-1          TO rw-met-nr-anomes.
           READ arq-metas KEY IS rw-met-chave
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE rw-met-qt-visitas          TO ws-qt-visitas-salvo.
           MOVE rw-met-vl-pedidos          TO ws-vl-pedidos-salvo.
           MOVE rw-met-vl-verba-bonif      TO ws-vl-verba-salvo.
           MOVE ws-sucessor-metas          TO rw-met-cd-vendedor.
           READ arq-metas KEY IS rw-met-chave
               INVALID KEY
                   MOVE ws-qt-visitas-salvo TO rw-met-qt-visitas
                   MOVE ws-vl-pedidos-salvo TO rw-met-vl-pedidos
                   MOVE ws-vl-verba-salvo  TO rw-met-vl-verba-bonif
                   WRITE rw-met-registro
               NOT INVALID KEY
                   ADD ws-qt-visitas-salvo TO rw-met-qt-visitas
                   ADD ws-vl-pedidos-salvo TO rw-met-vl-pedidos
                   ADD ws-vl-verba-salvo   TO rw-met-vl-verba-bonif
                   REWRITE rw-met-registro
           END-READ.
           IF  NOT ws-metas-ok
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-vendedor-desligar    TO rw-met-cd-vendedor.
           MOVE rw-wpv-nr-chave-1          TO rw-met-nr-anomes.
           DELETE arq-metas RECORD.
           IF  ws-metas-ok
               ADD 1                       TO WS-CT-METAS
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       TRANSFERIR-META-FAMILIA SECTION.
           IF  NOT ws-metas-fam-abertas
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-vendedor-desligar    TO rw-mtf-cd-vendedor.
           MOVE rw-wpv-nr-chave-1          TO rw-mtf-nr-anomes.
           MOVE rw-wpv-nr-chave-2          TO rw-mtf-cd-familia.
           READ arq-metas-familia KEY IS rw-mtf-chave
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE rw-mtf-vl-meta             TO ws-vl-meta-salvo.
           MOVE ws-sucessor-metas          TO rw-mtf-cd-vendedor.
           READ arq-metas-familia KEY IS rw-mtf-chave
               INVALID KEY
                   MOVE ws-vl-meta-salvo   TO rw-mtf-vl-meta
                   WRITE rw-mtf-registro
               NOT INVALID KEY
                   ADD ws-vl-meta-salvo    TO rw-mtf-vl-meta
                   REWRITE rw-mtf-registro
           END-READ.
           IF  NOT ws-metas-familia-ok
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-vendedor-desligar    TO rw-mtf-cd-vendedor.
           MOVE rw-wpv-nr-chave-1          TO rw-mtf-nr-anomes.
           MOVE rw-wpv-nr-chave-2          TO rw-mtf-cd-familia.
           DELETE arq-metas-familia RECORD.
           IF  ws-metas-familia-ok
               ADD 1                       TO WS-CT-METAS
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

      *    o sucessor nao pode substituir a si mesmo: essa ausencia
      *    fica pendente
       TRANSFERIR-AUSENCIA SECTION.
           IF  NOT ws-ausencias-abertas
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE rw-wpv-nr-chave-1          TO rw-aus-cd-vendedor.
           MOVE rw-wpv-nr-chave-2          TO rw-aus-dt-inicio.
           READ arq-ausencias KEY IS rw-aus-chave
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           IF  rw-aus-cd-vendedor EQUAL ws-sucessor-ausencias
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE ws-sucessor-ausencias      TO rw-aus-cd-substituto.
           REWRITE rw-aus-registro.
           IF  ws-ausencias-ok
               ADD 1                       TO WS-CT-AUSENCIAS
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       AUDITAR-TRANSFERENCIAS SECTION.
           MOVE ws-sucessor-distribuicao   TO ws-cd-sucessor-grupo.
           MOVE WS-CT-DISTRIBUICAO         TO ws-au-qt-registros.
           MOVE "DESL DISTR"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE ws-sucessor-fixacoes       TO ws-cd-sucessor-grupo.
           MOVE WS-CT-FIXACOES             TO ws-au-qt-registros.
           MOVE "DESL FIXAC"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE ws-sucessor-prospects      TO ws-cd-sucessor-grupo.
           MOVE WS-CT-PROSPECTS            TO ws-au-qt-registros.
           MOVE "DESL PROSP"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE ws-sucessor-pedidos        TO ws-cd-sucessor-grupo.
           MOVE WS-CT-PEDIDOS              TO ws-au-qt-registros.
           MOVE "DESL PEDID"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE ws-sucessor-metas          TO ws-cd-sucessor-grupo.
           MOVE WS-CT-METAS                TO ws-au-qt-registros.
           MOVE "DESL METAS"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE ws-sucessor-ausencias      TO ws-cd-sucessor-grupo.
           MOVE WS-CT-AUSENCIAS            TO ws-au-qt-registros.
           MOVE "DESL AUSEN"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.

      *    so grupos com sucessor informado vao para a auditoria
       GRAVAR-LOG-AUDITORIA SECTION.
           IF  ws-cd-sucessor-grupo EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-vendedor-desligar    TO ws-au-cd-origem.
           MOVE ws-cd-sucessor-grupo       TO ws-au-cd-destino.
           MOVE ws-chave-auditoria         TO WR-AU-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.

       REGISTRAR-AUDITORIA SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
           MOVE ws-dt-hoje              TO WR-AU-DATA.
           MOVE ws-hr-agora(1:6)        TO WR-AU-HORA.
           MOVE PARM-OPERADOR-ID        TO WR-AU-OPERADOR.
           MOVE "auditvendedores.txt"   TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

      ******************************************************************
      * Inativacao so com o vendedor livre de pendencias; a
      * transferencia parcial deixa o vendedor ativo.
      ******************************************************************
       OFERECER-INATIVACAO SECTION.
           IF  PND-QT-TOTAL GREATER ZEROS
               IF  processamento-sem-erro
                   MOVE SPACES             TO whs-mensagem
                   STRING "Restam " PND-QT-TOTAL
                          " pendencias - vendedor nao pode ser "
                          "inativado"
                          DELIMITED BY SIZE INTO whs-mensagem
               END-IF
               EXIT SECTION
           END-IF.
           MOVE ws-cd-vendedor-desligar    TO rw-vnd-cd-vendedor.
           READ arq-vendedores KEY IS rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "Vendedor nao cadastrado!" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           IF  rw-vnd-inativo
               IF  processamento-sem-erro
                   MOVE "Vendedor sem pendencias e ja inativo"
                                           TO whs-mensagem
               END-IF
               EXIT SECTION
           END-IF.
           MOVE SPACES                     TO ws-inativar-in.
           DISPLAY INATIVACAO-SECTION.
           ACCEPT INATIVAR-ON-SCR-IN.
           IF  FUNCTION UPPER-CASE(ws-inativar-in) NOT EQUAL "S"
               IF  processamento-sem-erro
                   MOVE "Vendedor sem pendencias - mantido ativo"
                                           TO whs-mensagem
               END-IF
               EXIT SECTION
           END-IF.
           MOVE "I"                        TO rw-vnd-st-ativo.
           MOVE "I"                        TO rw-vnd-st-situacao.
           REWRITE rw-vnd-registro.
           IF  NOT ws-operacao-ok
               MOVE "Erro ao inativar o vendedor" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE "DESLIGADO"                TO WR-AU-ACAO.
           MOVE rw-vnd-cpf                 TO WR-AU-CHAVE.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE "Vendedor desligado e inativado" TO whs-mensagem.

       IMPRIMIR-PENDENCIAS SECTION.
           ACCEPT ws-hr-agora FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-agora(1:6)           TO WR-ID-HORA.
           MOVE PARM-OPERADOR-ID           TO WR-ID-SOLICITANTE.
           OPEN OUTPUT relat-desligamento.
           PERFORM IMPRIMIR-CABECALHO.
           OPEN INPUT arq-trabalho.
           IF  ws-trabalho-ok
               READ arq-trabalho NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
               PERFORM IMPRIMIR-DETALHE
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           CLOSE arq-trabalho.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE relat-desligamento.

       IMPRIMIR-DETALHE SECTION.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           EVALUATE TRUE
               WHEN rw-wpv-distribuicao
                   MOVE "DISTRIBUICAO"     TO WR-DT-GRUPO
               WHEN rw-wpv-titular
                   MOVE "COBERTURA"        TO WR-DT-GRUPO
               WHEN rw-wpv-fixacao
                   MOVE "FIXACAO"          TO WR-DT-GRUPO
               WHEN rw-wpv-prospect
                   MOVE "PROSPECT"         TO WR-DT-GRUPO
               WHEN rw-wpv-pedido
                   MOVE "PEDIDO"           TO WR-DT-GRUPO
               WHEN rw-wpv-item-retido
                   MOVE "ITEM RETIDO"      TO WR-DT-GRUPO
               WHEN rw-wpv-meta
                   MOVE "META"             TO WR-DT-GRUPO
               WHEN rw-wpv-meta-familia
                   MOVE "META FAMILIA"     TO WR-DT-GRUPO
               WHEN OTHER
                   MOVE "AUSENCIA"         TO WR-DT-GRUPO
           END-EVALUATE.
           MOVE rw-wpv-nr-chave-1          TO WR-DT-NR-CHAVE-1.
           MOVE rw-wpv-nr-chave-2          TO WR-DT-NR-CHAVE-2.
           IF  rw-wpv-nr-chave-2 EQUAL ZEROS
               MOVE SPACES                 TO WR-DT-SEPARADOR
           ELSE
               MOVE "/"                    TO WR-DT-SEPARADOR
           END-IF.
           MOVE rw-wpv-ds-nome             TO WR-DT-DS-NOME.
           MOVE rw-wpv-ds-situacao         TO WR-DT-SITUACAO.
           MOVE rw-wpv-dt-referencia       TO WR-DT-DT-REFERENCIA.
           MOVE rw-wpv-vl-referencia       TO WR-DT-VL-REFERENCIA.
           MOVE SPACES                     TO rw-relat-desligamento.
           MOVE WR-DETALHE                 TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           ADD 1                           TO WS-CT-LINHAS2.

       SALTAR-PAGINA SECTION.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-cd-vendedor-desligar    TO WR-CB-CD-VENDEDOR.
           MOVE ws-nm-vendedor-desligar    TO WR-CB-NM-VENDEDOR.
           MOVE SPACES                     TO rw-relat-desligamento.
           MOVE WR-CAB1                    TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           MOVE SPACES                     TO rw-relat-desligamento.
           MOVE WR-IDENTIFICACAO           TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           MOVE SPACES                     TO rw-relat-desligamento.
           MOVE WR-CAB2                    TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE PND-QT-TOTAL               TO WR-RD-TOTAL.
           MOVE SPACES                     TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           MOVE SPACES                     TO rw-relat-desligamento.
           MOVE WR-RODAPE                  TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.

      *    resultado da transferencia ao fim da lista impressa
       IMPRIMIR-TRANSFERENCIAS SECTION.
           OPEN EXTEND relat-desligamento.
           MOVE SPACES                     TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           MOVE "CLIENTES DA DISTRIBUICAO" TO WR-TR-GRUPO.
           MOVE WS-CT-DISTRIBUICAO         TO WR-TR-QUANTIDADE.
           MOVE ws-sucessor-distribuicao   TO WR-TR-SUCESSOR.
           PERFORM IMPRIMIR-LINHA-TRANSFERENCIA.
           MOVE "FIXACOES"                 TO WR-TR-GRUPO.
           MOVE WS-CT-FIXACOES             TO WR-TR-QUANTIDADE.
           MOVE ws-sucessor-fixacoes       TO WR-TR-SUCESSOR.
           PERFORM IMPRIMIR-LINHA-TRANSFERENCIA.
           MOVE "PROSPECTS"                TO WR-TR-GRUPO.
           MOVE WS-CT-PROSPECTS            TO WR-TR-QUANTIDADE.
           MOVE ws-sucessor-prospects      TO WR-TR-SUCESSOR.
           PERFORM IMPRIMIR-LINHA-TRANSFERENCIA.
           MOVE "PEDIDOS"                  TO WR-TR-GRUPO.
           MOVE WS-CT-PEDIDOS              TO WR-TR-QUANTIDADE.
           MOVE ws-sucessor-pedidos        TO WR-TR-SUCESSOR.
           PERFORM IMPRIMIR-LINHA-TRANSFERENCIA.
           MOVE "METAS"                    TO WR-TR-GRUPO.
           MOVE WS-CT-METAS                TO WR-TR-QUANTIDADE.
           MOVE ws-sucessor-metas          TO WR-TR-SUCESSOR.
           PERFORM IMPRIMIR-LINHA-TRANSFERENCIA.
           MOVE "AUSENCIAS"                TO WR-TR-GRUPO.
           MOVE WS-CT-AUSENCIAS            TO WR-TR-QUANTIDADE.
           MOVE ws-sucessor-ausencias      TO WR-TR-SUCESSOR.
           PERFORM IMPRIMIR-LINHA-TRANSFERENCIA.
           MOVE PARM-OPERADOR-ID           TO WR-AP-OPERADOR.
           MOVE ws-dt-hoje                 TO WR-AP-DATA.
           MOVE WS-CT-FALHAS               TO WR-AP-FALHAS.
           MOVE PND-QT-TOTAL               TO WR-AP-PENDENTES.
           MOVE SPACES                     TO rw-relat-desligamento.
           MOVE WR-APLICACAO               TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
           CLOSE relat-desligamento.

       IMPRIMIR-LINHA-TRANSFERENCIA SECTION.
           IF  WR-TR-SUCESSOR EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE SPACES                     TO rw-relat-desligamento.
           MOVE WR-TRANSFERENCIA           TO rw-relat-desligamento.
           WRITE rw-relat-desligamento.
       END PROGRAM DESLIGAMENTO-VENDEDOR.
