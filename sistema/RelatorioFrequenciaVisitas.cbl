      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Relatorio de aderencia a frequencia de visita: para
      *          cada cliente ativo atribuido em distribuicao.dat,
      *          compara a frequencia cadastrada (rw-cd-frequencia:
      *          S = semanal, 7 dias; Q = quinzenal, 14 dias; M =
      *          mensal, 30 dias; em branco vale semanal) com os
      *          intervalos reais entre as visitas realizadas de
      *          histVisitas.dat no periodo. O cliente fica em dia
      *          quando nenhum intervalo do periodo (do inicio ate a
      *          primeira visita, entre visitas e da ultima visita ate
      *          o fim) passa da frequencia e o numero de visitas
      *          alcanca o esperado. Lista por vendedor os clientes
      *          mal atendidos com os dias desde a ultima visita
      *          realizada, o percentual de aderencia do vendedor e,
      *          no fim, o resumo por supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-FREQUENCIA-VISITAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-hist-visitas ASSIGN TO DISK "histVisitas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-hv-chave
             ALTERNATE KEY      IS rw-hv-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-hist.

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

           SELECT arq-supervisores ASSIGN TO DISK "supervisores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-sup-cd-supervisor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-supervisores.

           SELECT arq-trabalho ASSIGN TO DISK "wrkfreqvisitas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wfv-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT arq-trab-supervisor ASSIGN TO DISK "wrkfreqsuperv.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wfs-cd-supervisor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-sup.

           SELECT relat-frequencia ASSIGN TO "relatFrequencia.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
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
                  88 rw-cli-freq-quinzenal      VALUE "Q".
                  88 rw-cli-freq-mensal         VALUE "M".
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

           FD arq-supervisores.
           01  rw-sup-registro.
               03 rw-sup-cd-supervisor     PIC 9(003).
               03 rw-sup-nm-supervisor     PIC x(040).
               03 rw-sup-st-ativo          PIC x(001).

           FD arq-trabalho.
           01  rw-wfv-registro.
               03 rw-wfv-chave.
                  05 rw-wfv-cd-cliente     PIC 9(007).
                  05 rw-wfv-dt-visita      PIC 9(008).

           FD arq-trab-supervisor.
           01  rw-wfs-registro.
               03 rw-wfs-cd-supervisor     PIC 9(003).
               03 rw-wfs-qt-clientes       PIC 9(006).
               03 rw-wfs-qt-em-dia         PIC 9(006).

           FD relat-frequencia.
           01  rw-relat-frequencia         PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-hist        PIC x(02).
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-supervisores PIC x(02).
                  88 ws-supervisores-ok        VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-trab-sup    PIC x(02).
                  88 ws-trab-sup-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-campos-periodo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-dt-inicial            PIC 9(008) VALUE ZEROS.
               03 ws-dt-final              PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-inicial    PIC 9(007) VALUE ZEROS.
               03 ws-nr-inteiro-final      PIC 9(007) VALUE ZEROS.
               03 ws-nr-inteiro-visita     PIC 9(007) VALUE ZEROS.
               03 ws-nr-inteiro-anterior   PIC 9(007) VALUE ZEROS.
               03 ws-qt-dias-periodo       PIC 9(005) VALUE ZEROS.

           01  ws-campos-cliente.
               03 ws-nr-dias-frequencia    PIC 9(003) VALUE ZEROS.
               03 ws-qt-esperadas          PIC 9(004) VALUE ZEROS.
               03 ws-qt-realizadas         PIC 9(004) VALUE ZEROS.
               03 ws-nr-intervalo          PIC 9(005) VALUE ZEROS.
               03 ws-nr-maior-intervalo    PIC 9(005) VALUE ZEROS.
               03 ws-dt-ultima-visita      PIC 9(008) VALUE ZEROS.
               03 ws-nr-dias-ultima        PIC 9(005) VALUE ZEROS.
               03 ws-cliente-em-dia-sw     PIC x(001) VALUE "N".
                  88 ws-cliente-em-dia         VALUE "S".

           01  ws-campos-grupo.
               03 ws-vendedor-grupo        PIC 9(003) VALUE ZEROS.
               03 ws-supervisor-grupo      PIC 9(003) VALUE ZEROS.
               03 ws-qt-clientes           PIC 9(006) VALUE ZEROS.
               03 ws-qt-em-dia             PIC 9(006) VALUE ZEROS.
               03 ws-pc-aderencia          PIC 9(003) VALUE ZEROS.
               03 ws-qt-clientes-geral     PIC 9(006) VALUE ZEROS.
               03 ws-qt-em-dia-geral       PIC 9(006) VALUE ZEROS.
               03 ws-fim-distribuicao-sw   PIC x(001) VALUE "N".
                  88 ws-fim-distribuicao       VALUE "S".
               03 ws-fim-trabalho-sw       PIC x(001) VALUE "N".
                  88 ws-fim-trabalho           VALUE "S".

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
      * fim da area util, linha de subtotal acumulado antes da quebra
      * e cabecalho repetido no topo de cada pagina.
      ******************************************************************
           01  WS-CONTADORES.
               03 WS-CT-VENDEDORES         PIC 9(006) VALUE ZEROS.
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
               03 FILLER                   PIC X(021) VALUE
                   "TOTAL DE VENDEDORES: ".
               03 WR-RD-VENDEDORES         PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-CAB1.
               03 FILLER                   PIC X(010) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "ADERENCIA A FREQUENCIA DE VISITA".
               03 WR-CB-DT-INICIAL         PIC 9(008).
               03 FILLER                   PIC X(003) VALUE " A ".
               03 WR-CB-DT-FINAL           PIC 9(008).

           01  WR-VENDEDOR.
               03 FILLER                   PIC X(009) VALUE
                   "VENDEDOR ".
               03 WR-VD-CD-VENDEDOR        PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-VD-NOME               PIC X(040).
               03 FILLER                   PIC X(013) VALUE
                   "  SUPERVISOR ".
               03 WR-VD-CD-SUPERVISOR      PIC 9(003).

           01  WR-CAB-CLIENTES.
               03 FILLER                   PIC X(050) VALUE
                   "  CLIENTE  RAZAO SOCIAL".
               03 FILLER                   PIC X(047) VALUE
                   "FREQ ESPER REALIZ MAIOR-INTERV DIAS-ULT-VISITA".

           01  WR-MAL-ATENDIDO.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-MA-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-MA-RAZAO              PIC X(039).
               03 WR-MA-FREQUENCIA         PIC X(001).
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-MA-ESPERADAS          PIC ZZZ9.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-MA-REALIZADAS         PIC ZZZ9.
               03 FILLER                   PIC X(008) VALUE SPACES.
               03 WR-MA-MAIOR-INTERVALO    PIC ZZZZ9.
               03 FILLER                   PIC X(011) VALUE SPACES.
               03 WR-MA-DIAS-ULTIMA        PIC ZZZZ9.
               03 WR-MA-DIAS-ULTIMA-X      REDEFINES WR-MA-DIAS-ULTIMA
                                           PIC X(005).

           01  WR-TOTAIS.
               03 FILLER                   PIC X(013) VALUE
                   "  CLIENTES   ".
               03 WR-TT-CLIENTES           PIC Z(005)9.
               03 FILLER                   PIC X(013) VALUE
                   "  EM DIA     ".
               03 WR-TT-EM-DIA             PIC Z(005)9.
               03 FILLER                   PIC X(013) VALUE
                   "  ADERENCIA  ".
               03 WR-TT-PERCENTUAL         PIC ZZ9.
               03 FILLER                   PIC X(001) VALUE "%".

           01  WR-CAB-SUPERVISORES.
               03 FILLER                   PIC X(040) VALUE
                   "RESUMO POR SUPERVISOR".

           01  WR-SUPERVISOR.
               03 FILLER                   PIC X(011) VALUE
                   "SUPERVISOR ".
               03 WR-SP-CD-SUPERVISOR      PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-SP-NOME               PIC X(040).
               03 FILLER                   PIC X(010) VALUE
                   "  CLIENTES".
               03 WR-SP-CLIENTES           PIC Z(005)9.
               03 FILLER                   PIC X(008) VALUE
                   "  EM DIA".
               03 WR-SP-EM-DIA             PIC Z(005)9.
               03 FILLER                   PIC X(012) VALUE
                   "  ADERENCIA ".
               03 WR-SP-PERCENTUAL         PIC ZZ9.
               03 FILLER                   PIC X(001) VALUE "%".

       LINKAGE SECTION.
           01  PARAMETROS-FREQUENCIA-VISITAS.
               05 FV-DT-INICIAL            PIC 9(008).
               05 FV-DT-FINAL              PIC 9(008).

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-FREQUENCIA-VISITAS
                                PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           PERFORM DEFINIR-PERIODO.
           IF  ws-dt-inicial GREATER ws-dt-final
               DISPLAY "RELATORIO-FREQUENCIA-VISITAS: periodo invalido"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-distribuicao.
           IF  NOT ws-distribuicao-ok
               DISPLAY "RELATORIO-FREQUENCIA-VISITAS: distribuicao.dat "
                       "nao encontrada"
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT arq-trabalho.
           PERFORM CARREGAR-VISITAS-REALIZADAS.
           OPEN OUTPUT arq-trab-supervisor.
           CLOSE arq-trab-supervisor.
           OPEN I-O arq-trab-supervisor.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-vendedores.
           OPEN INPUT arq-supervisores.
           OPEN OUTPUT relat-frequencia.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM PROCESSAR-DISTRIBUICAO.
           PERFORM IMPRIMIR-SUPERVISORES.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-distribuicao.
           CLOSE arq-trabalho.
           CLOSE arq-trab-supervisor.
           CLOSE arq-clientes.
           CLOSE arq-vendedores.
           CLOSE arq-supervisores.
           CLOSE relat-frequencia.
           DISPLAY "RELATORIO-FREQUENCIA-VISITAS: " WS-CT-VENDEDORES
                   " vendedores em relatFrequencia.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Periodo informado ou, com datas zeradas, as ultimas quatro
      * semanas ate hoje (um ciclo completo da frequencia quinzenal).
      ******************************************************************
       DEFINIR-PERIODO SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           IF  FV-DT-FINAL EQUAL ZEROS
               MOVE ws-dt-hoje             TO ws-dt-final
           ELSE
               MOVE FV-DT-FINAL            TO ws-dt-final
           END-IF.
           COMPUTE ws-nr-inteiro-final =
                   FUNCTION INTEGER-OF-DATE(ws-dt-final).
           IF  FV-DT-INICIAL EQUAL ZEROS
               COMPUTE ws-nr-inteiro-inicial = ws-nr-inteiro-final - 27
               COMPUTE ws-dt-inicial =
                       FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-inicial)
           ELSE
               MOVE FV-DT-INICIAL          TO ws-dt-inicial
               COMPUTE ws-nr-inteiro-inicial =
                       FUNCTION INTEGER-OF-DATE(ws-dt-inicial)
           END-IF.
           IF  ws-nr-inteiro-inicial EQUAL ZEROS
           OR  ws-nr-inteiro-final EQUAL ZEROS
               MOVE 99999999               TO ws-dt-inicial
               MOVE ZEROS                  TO ws-dt-final
           ELSE
               COMPUTE ws-qt-dias-periodo =
                       ws-nr-inteiro-final - ws-nr-inteiro-inicial + 1
           END-IF.

      ******************************************************************
      * Copia para o arquivo de trabalho, por cliente e data, as
      * visitas realizadas ate o fim do periodo. Duas visitas ao
      * mesmo cliente no mesmo dia contam uma so vez.
      ******************************************************************
       CARREGAR-VISITAS-REALIZADAS SECTION.
           OPEN INPUT arq-hist-visitas.
           IF  NOT ws-hist-ok
               EXIT SECTION
           END-IF.
           READ arq-hist-visitas NEXT RECORD.
           PERFORM UNTIL NOT ws-hist-ok
               IF  rw-hv-visitado
               AND rw-hv-dt-visita NOT GREATER ws-dt-final
                   MOVE rw-hv-cd-cliente   TO rw-wfv-cd-cliente
                   MOVE rw-hv-dt-visita    TO rw-wfv-dt-visita
                   WRITE rw-wfv-registro
               END-IF
               READ arq-hist-visitas NEXT RECORD
           END-PERFORM.
           CLOSE arq-hist-visitas.
           CLOSE arq-trabalho.
           OPEN INPUT arq-trabalho.

      ******************************************************************
      * Varre a distribuicao pela chave alternada de vendedor; cada
      * quebra de vendedor fecha os totais do anterior.
      ******************************************************************
       PROCESSAR-DISTRIBUICAO SECTION.
           MOVE ZEROS                      TO rw-dst-cd-vendedor.
           START arq-distribuicao KEY IS NOT LESS rw-dst-cd-vendedor
               INVALID KEY
                   MOVE "S"                TO ws-fim-distribuicao-sw
           END-START.
           IF  NOT ws-fim-distribuicao
               READ arq-distribuicao NEXT RECORD
               IF  NOT ws-distribuicao-ok
                   MOVE "S"                TO ws-fim-distribuicao-sw
               END-IF
           END-IF.
           PERFORM PROCESSAR-GRUPO-VENDEDOR
                   UNTIL ws-fim-distribuicao.

       PROCESSAR-GRUPO-VENDEDOR SECTION.
           MOVE rw-dst-cd-vendedor         TO ws-vendedor-grupo.
           MOVE ZEROS                      TO ws-qt-clientes.
           MOVE ZEROS                      TO ws-qt-em-dia.
           PERFORM IMPRIMIR-CAB-VENDEDOR.
           PERFORM UNTIL NOT ws-distribuicao-ok
                      OR rw-dst-cd-vendedor NOT EQUAL ws-vendedor-grupo
               PERFORM AVALIAR-CLIENTE
               READ arq-distribuicao NEXT RECORD
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAIS-VENDEDOR.
           PERFORM ACUMULAR-SUPERVISOR.
           IF  NOT ws-distribuicao-ok
               MOVE "S"                    TO ws-fim-distribuicao-sw
           END-IF.

      ******************************************************************
      * Clientes inativos ou fora do cadastro nao entram na conta.
      ******************************************************************
       AVALIAR-CLIENTE SECTION.
           MOVE rw-dst-cd-cliente          TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-clientes NEXT RECORD.
           IF  NOT ws-clientes-ok
           OR  NOT rw-cli-ativo
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN rw-cli-freq-quinzenal
                   MOVE 14                 TO ws-nr-dias-frequencia
               WHEN rw-cli-freq-mensal
                   MOVE 30                 TO ws-nr-dias-frequencia
               WHEN OTHER
                   MOVE 7                  TO ws-nr-dias-frequencia
           END-EVALUATE.
           DIVIDE ws-qt-dias-periodo BY ws-nr-dias-frequencia
                  GIVING ws-qt-esperadas.
           IF  ws-qt-esperadas EQUAL ZEROS
               MOVE 1                      TO ws-qt-esperadas
           END-IF.
           PERFORM APURAR-INTERVALOS.
           ADD 1                           TO ws-qt-clientes.
           IF  ws-nr-maior-intervalo NOT GREATER ws-nr-dias-frequencia
           AND ws-qt-realizadas NOT LESS ws-qt-esperadas
               ADD 1                       TO ws-qt-em-dia
           ELSE
               PERFORM IMPRIMIR-MAL-ATENDIDO
           END-IF.

      ******************************************************************
      * Percorre as visitas realizadas do cliente em ordem de data:
      * as anteriores ao periodo so atualizam a ultima visita; as do
      * periodo contam e medem o intervalo desde a visita anterior
      * (ou desde o inicio do periodo). O intervalo final vai da
      * ultima visita ate o fim do periodo.
      ******************************************************************
       APURAR-INTERVALOS SECTION.
           MOVE ZEROS                      TO ws-qt-realizadas.
           MOVE ZEROS                      TO ws-nr-maior-intervalo.
           MOVE ZEROS                      TO ws-dt-ultima-visita.
           MOVE ws-nr-inteiro-inicial      TO ws-nr-inteiro-anterior.
           MOVE "N"                        TO ws-fim-trabalho-sw.
           MOVE rw-cli-cd-cliente          TO rw-wfv-cd-cliente.
           MOVE ZEROS                      TO rw-wfv-dt-visita.
           START arq-trabalho KEY IS NOT LESS rw-wfv-chave
               INVALID KEY
                   MOVE "S"                TO ws-fim-trabalho-sw
           END-START.
           PERFORM UNTIL ws-fim-trabalho
               READ arq-trabalho NEXT RECORD
               IF  NOT ws-trabalho-ok
               OR  rw-wfv-cd-cliente NOT EQUAL rw-cli-cd-cliente
                   MOVE "S"                TO ws-fim-trabalho-sw
               ELSE
                   MOVE rw-wfv-dt-visita   TO ws-dt-ultima-visita
                   IF  rw-wfv-dt-visita NOT LESS ws-dt-inicial
                       ADD 1               TO ws-qt-realizadas
                       COMPUTE ws-nr-inteiro-visita =
                           FUNCTION INTEGER-OF-DATE(rw-wfv-dt-visita)
                       PERFORM MEDIR-INTERVALO
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE ws-nr-inteiro-visita = ws-nr-inteiro-final + 1.
           PERFORM MEDIR-INTERVALO.
           IF  ws-dt-ultima-visita EQUAL ZEROS
               MOVE 99999                  TO ws-nr-dias-ultima
           ELSE
               COMPUTE ws-nr-dias-ultima = ws-nr-inteiro-final
                     - FUNCTION INTEGER-OF-DATE(ws-dt-ultima-visita)
           END-IF.

       MEDIR-INTERVALO SECTION.
           COMPUTE ws-nr-intervalo =
                   ws-nr-inteiro-visita - ws-nr-inteiro-anterior.
           IF  ws-nr-intervalo GREATER ws-nr-maior-intervalo
               MOVE ws-nr-intervalo        TO ws-nr-maior-intervalo
           END-IF.
           MOVE ws-nr-inteiro-visita       TO ws-nr-inteiro-anterior.

      ******************************************************************
      * Soma o grupo do vendedor no total do seu supervisor (zero
      * quando o vendedor nao tem supervisor cadastrado).
      ******************************************************************
       ACUMULAR-SUPERVISOR SECTION.
           ADD ws-qt-clientes              TO ws-qt-clientes-geral.
           ADD ws-qt-em-dia                TO ws-qt-em-dia-geral.
           MOVE ws-supervisor-grupo        TO rw-wfs-cd-supervisor.
           READ arq-trab-supervisor KEY IS rw-wfs-cd-supervisor
               INVALID KEY
                   MOVE ws-qt-clientes     TO rw-wfs-qt-clientes
                   MOVE ws-qt-em-dia       TO rw-wfs-qt-em-dia
                   WRITE rw-wfs-registro
               NOT INVALID KEY
                   ADD ws-qt-clientes      TO rw-wfs-qt-clientes
                   ADD ws-qt-em-dia        TO rw-wfs-qt-em-dia
                   REWRITE rw-wfs-registro
           END-READ.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           ADD 1                           TO WS-CT-VENDEDORES.
           MOVE ws-vendedor-grupo          TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           MOVE ZEROS                      TO rw-vnd-cd-supervisor.
           START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "(VENDEDOR NAO ENCONTRADO)" TO rw-vnd-nome
               NOT INVALID KEY
                   READ arq-vendedores NEXT RECORD
           END-START.
           MOVE rw-vnd-cd-supervisor       TO ws-supervisor-grupo.
           MOVE ws-vendedor-grupo          TO WR-VD-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-VD-NOME.
           MOVE ws-supervisor-grupo        TO WR-VD-CD-SUPERVISOR.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-VENDEDOR                TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-CAB-CLIENTES            TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-MAL-ATENDIDO SECTION.
           MOVE rw-cli-cd-cliente          TO WR-MA-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-MA-RAZAO.
           IF  rw-cli-cd-frequencia EQUAL SPACES
               MOVE "S"                    TO WR-MA-FREQUENCIA
           ELSE
               MOVE rw-cli-cd-frequencia   TO WR-MA-FREQUENCIA
           END-IF.
           MOVE ws-qt-esperadas            TO WR-MA-ESPERADAS.
           MOVE ws-qt-realizadas           TO WR-MA-REALIZADAS.
           MOVE ws-nr-maior-intervalo      TO WR-MA-MAIOR-INTERVALO.
           IF  ws-nr-dias-ultima EQUAL 99999
               MOVE "NUNCA"                TO WR-MA-DIAS-ULTIMA-X
           ELSE
               MOVE ws-nr-dias-ultima      TO WR-MA-DIAS-ULTIMA
           END-IF.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-MAL-ATENDIDO            TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-TOTAIS-VENDEDOR SECTION.
           IF  ws-qt-clientes GREATER ZEROS
               COMPUTE ws-pc-aderencia =
                       ws-qt-em-dia * 100 / ws-qt-clientes
           ELSE
               MOVE ZEROS                  TO ws-pc-aderencia
           END-IF.
           MOVE ws-qt-clientes             TO WR-TT-CLIENTES.
           MOVE ws-qt-em-dia               TO WR-TT-EM-DIA.
           MOVE ws-pc-aderencia            TO WR-TT-PERCENTUAL.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-TOTAIS                  TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           MOVE SPACES                     TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           ADD 2                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Resumo por supervisor, com o total geral na ultima linha.
      ******************************************************************
       IMPRIMIR-SUPERVISORES SECTION.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-CAB-SUPERVISORES        TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           MOVE SPACES                     TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           ADD 2                           TO WS-CT-LINHAS2.
           MOVE ZEROS                      TO rw-wfs-cd-supervisor.
           START arq-trab-supervisor KEY IS NOT LESS
                                           rw-wfs-cd-supervisor
               INVALID KEY
                   MOVE "10"               TO ws-resultado-trab-sup
               NOT INVALID KEY
                   READ arq-trab-supervisor NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-trab-sup-ok
               PERFORM IMPRIMIR-LINHA-SUPERVISOR
               READ arq-trab-supervisor NEXT RECORD
           END-PERFORM.
           MOVE ZEROS                      TO WR-SP-CD-SUPERVISOR.
           MOVE "TOTAL GERAL"              TO WR-SP-NOME.
           MOVE ws-qt-clientes-geral       TO ws-qt-clientes.
           MOVE ws-qt-em-dia-geral         TO ws-qt-em-dia.
           PERFORM IMPRIMIR-PERCENTUAL-SUPERVISOR.

       IMPRIMIR-LINHA-SUPERVISOR SECTION.
           MOVE rw-wfs-cd-supervisor       TO WR-SP-CD-SUPERVISOR.
           MOVE rw-wfs-cd-supervisor       TO rw-sup-cd-supervisor.
           READ arq-supervisores KEY IS rw-sup-cd-supervisor
               INVALID KEY
                   MOVE "(SEM SUPERVISOR CADASTRADO)"
                                           TO rw-sup-nm-supervisor
           END-READ.
           MOVE rw-sup-nm-supervisor       TO WR-SP-NOME.
           MOVE rw-wfs-qt-clientes         TO ws-qt-clientes.
           MOVE rw-wfs-qt-em-dia           TO ws-qt-em-dia.
           PERFORM IMPRIMIR-PERCENTUAL-SUPERVISOR.

       IMPRIMIR-PERCENTUAL-SUPERVISOR SECTION.
           IF  ws-qt-clientes GREATER ZEROS
               COMPUTE ws-pc-aderencia =
                       ws-qt-em-dia * 100 / ws-qt-clientes
           ELSE
               MOVE ZEROS                  TO ws-pc-aderencia
           END-IF.
           MOVE ws-qt-clientes             TO WR-SP-CLIENTES.
           MOVE ws-qt-em-dia               TO WR-SP-EM-DIA.
           MOVE ws-pc-aderencia            TO WR-SP-PERCENTUAL.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-SUPERVISOR              TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-VENDEDORES           TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-dt-inicial              TO WR-CB-DT-INICIAL.
           MOVE ws-dt-final                TO WR-CB-DT-FINAL.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-CAB1                    TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-IDENTIFICACAO           TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           MOVE SPACES                     TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-VENDEDORES           TO WR-RD-VENDEDORES.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-frequencia.
           MOVE WR-RODAPE                  TO rw-relat-frequencia.
           WRITE rw-relat-frequencia.
       END PROGRAM RELATORIO-FREQUENCIA-VISITAS.
