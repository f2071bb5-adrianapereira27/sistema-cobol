      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Relatorio de tempo real de visita a partir dos
      *          horarios de entrada e saida (check-in/check-out) do
      *          historico histVisitas.dat no periodo: tempo medio na
      *          loja por vendedor, por classe de cliente e por
      *          cliente, e o deslocamento real entre paradas
      *          seguidas do mesmo dia (saida de uma ate a entrada da
      *          seguinte) contra o estimado pela distancia entre os
      *          clientes e a VELOCIDADE-MEDIA, como na carga das
      *          rotas. Por classe sugere o MINUTOS-VISITA (media
      *          medida, arredondada). Visita sem os dois horarios,
      *          ou com saida antes da entrada, nao e medida.
      *          Periodo zerado = ultimas quatro semanas ate hoje.
      *          Gera relatTempoVisitas.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-TEMPO-VISITAS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

           SELECT arq-trabalho ASSIGN TO DISK "wrktempovisitas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wtv-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-tempo ASSIGN TO "relatTempoVisitas.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
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
               03 rw-cli-cd-cliente        PIC 9(007).
               03 rw-cli-razao-social      PIC x(040).
               03 rw-cli-latitude          PIC s9(003)v9(008).
               03 rw-cli-longitude         PIC s9(003)v9(008).
               03 rw-cli-st-ativo          PIC x(001).
                  88 rw-cli-ativo              VALUE "A".
                  88 rw-cli-inativo            VALUE "I".
               03 rw-cli-cd-territorio     PIC x(005).
               03 rw-cli-nm-contato        PIC x(040).
               03 rw-cli-nr-telefone       PIC x(015).
               03 rw-cli-ds-email          PIC x(050).
               03 rw-cli-nr-cep            PIC x(008).
               03 rw-cli-cd-frequencia     PIC x(001).
               03 rw-cli-dt-inativacao     PIC 9(008).
               03 rw-cli-cd-classe         PIC x(001).
               03 rw-cli-cd-canal          PIC x(003).
               03 rw-cli-st-bloqueio       PIC x(001).
                  88 rw-cli-bloqueado          VALUE "B".
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
               03 rw-vnd-cpf               PIC 9(011).
               03 rw-vnd-cd-vendedor       PIC 9(003).
               03 rw-vnd-nome              PIC x(040).
               03 rw-vnd-latitude          PIC s9(003)v9(008).
               03 rw-vnd-longitude         PIC s9(003)v9(008).
               03 rw-vnd-st-ativo          PIC x(001).
               03 rw-vnd-cd-territorio     PIC x(005).
               03 rw-vnd-st-situacao       PIC x(001).
               03 rw-vnd-cd-supervisor     PIC 9(003).

           FD arq-trabalho.
           01  rw-wtv-registro.
               03 rw-wtv-cd-cliente        PIC 9(007).
               03 rw-wtv-cd-classe         PIC x(001).
               03 rw-wtv-qt-visitas        PIC 9(007).
               03 rw-wtv-qt-minutos        PIC 9(009).

           FD relat-tempo.
           01  rw-relat-tempo              PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-hist        PIC x(02).
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-campos-periodo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-dt-inicial            PIC 9(008) VALUE ZEROS.
               03 ws-dt-final              PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-inicial    PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-final      PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-parametros-efetivos.
               03 ws-velocidade-media      PIC 9(003) VALUE ZEROS.
               03 ws-minutos-visita        PIC 9(003) VALUE ZEROS.

      ******************************************************************
      * Horarios HHMM convertidos em minutos do dia; a parada anterior
      * do mesmo vendedor/dia guarda a saida e a coordenada para o
      * deslocamento ate a parada seguinte.
      ******************************************************************
           01  ws-horario.
               03 ws-hor-hh                PIC 9(002).
               03 ws-hor-mm                PIC 9(002).
           01  ws-horario-num REDEFINES ws-horario
                                           PIC 9(004).

           01  ws-campos-visita.
               03 ws-min-entrada           PIC 9(004) VALUE ZEROS.
               03 ws-min-saida             PIC 9(004) VALUE ZEROS.
               03 ws-min-loja              PIC 9(004) VALUE ZEROS.
               03 ws-min-desloc-real       PIC 9(004) VALUE ZEROS.
               03 ws-min-desloc-estim      PIC 9(006)v9(002)
                                            VALUE ZEROS.
               03 ws-visita-medida-sw      PIC x(001) VALUE "N".
                  88 ws-visita-medida          VALUE "S".
               03 ws-cliente-achado-sw     PIC x(001) VALUE "N".
                  88 ws-cliente-achado         VALUE "S".

           01  ws-parada-anterior.
               03 ws-ant-cd-vendedor       PIC 9(003) VALUE ZEROS.
               03 ws-ant-dt-visita         PIC 9(008) VALUE ZEROS.
               03 ws-ant-min-saida         PIC 9(004) VALUE ZEROS.
               03 ws-ant-latitude          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               03 ws-ant-longitude         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               03 ws-ant-valida-sw         PIC x(001) VALUE "N".
                  88 ws-ant-valida             VALUE "S".

      *    mesma aritmetica de haversine da ROTEIRIZACAO-CLIENTES
           01  ws-haversine.
               03 ws-hav-lat1                PIC s9(003)v9(008).
               03 ws-hav-long1               PIC s9(003)v9(008).
               03 ws-hav-lat2                PIC s9(003)v9(008).
               03 ws-hav-long2               PIC s9(003)v9(008).
               03 ws-hav-lat1-rad            PIC s9(003)v9(012).
               03 ws-hav-lat2-rad            PIC s9(003)v9(012).
               03 ws-hav-dlat-rad            PIC s9(003)v9(012).
               03 ws-hav-dlong-rad           PIC s9(003)v9(012).
               03 ws-hav-sin-dlat            PIC s9(003)v9(012).
               03 ws-hav-sin-dlong           PIC s9(003)v9(012).
               03 ws-hav-cos-lat1            PIC s9(003)v9(012).
               03 ws-hav-cos-lat2            PIC s9(003)v9(012).
               03 ws-hav-termo               PIC s9(003)v9(012).
               03 ws-hav-a                   PIC s9(003)v9(012).
               03 ws-hav-angulo              PIC s9(003)v9(012).
               03 ws-hav-distancia-km        PIC 9(006)v9(004).

      ******************************************************************
      * Acumulados por vendedor (posicao = codigo do vendedor) e por
      * classe de cliente (busca linear, poucas classes).
      ******************************************************************
           01  ws-tabela-vendedores.
               03 ws-ix-vendedor           PIC 9(004) VALUE ZEROS.
               03 ws-tab-vendedor OCCURS 999 TIMES.
                  05 ws-tv-qt-visitas      PIC 9(007).
                  05 ws-tv-qt-min-loja     PIC 9(009).
                  05 ws-tv-qt-desloc       PIC 9(007).
                  05 ws-tv-qt-min-real     PIC 9(009).
                  05 ws-tv-qt-min-estim    PIC 9(009)v9(002).

           01  ws-tabela-classes.
               03 ws-qt-classes            PIC 9(003) VALUE ZEROS.
               03 ws-ix-classe             PIC 9(003) VALUE ZEROS.
               03 ws-tab-classe OCCURS 40 TIMES.
                  05 ws-tc-cd-classe       PIC x(001).
                  05 ws-tc-qt-visitas      PIC 9(007).
                  05 ws-tc-qt-minutos      PIC 9(009).
                  05 ws-tc-min-minimo      PIC 9(004).
                  05 ws-tc-min-maximo      PIC 9(004).

           01  ws-calculos.
               03 ws-media-minutos         PIC 9(006) VALUE ZEROS.
               03 ws-pc-diferenca          PIC s9(005) VALUE ZEROS.
               03 ws-amostra-minima        PIC 9(003) VALUE 5.

           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-linha-pendente           PIC x(200) VALUE SPACES.

           01  WS-CONTADORES.
               03 WS-CT-EMITIDAS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-MEDIDAS            PIC 9(007) VALUE ZEROS.
               03 WS-CT-SEM-HORARIO        PIC 9(007) VALUE ZEROS.
               03 WS-CT-DESLOCAMENTOS      PIC 9(007) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

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

           01  WR-SUBTOTAL-CONTINUA.
               03 FILLER                   PIC X(021) VALUE
                   "SUBTOTAL ACUMULADO:  ".
               03 WR-SC-SUBTOTAL           PIC Z(005)9.
               03 FILLER                   PIC X(013) VALUE
                   "  (CONTINUA)".

           01  WR-CAB1.
               03 FILLER                   PIC X(010) VALUE " ".
               03 FILLER                   PIC X(060) VALUE
                   "TEMPO REAL DE VISITA E DESLOCAMENTO X ESTIMADO".
           01  WR-CAB2.
               03 FILLER                   PIC X(009) VALUE
                   "PERIODO: ".
               03 WR-CB-DT-INICIAL         PIC 9(008).
               03 FILLER                   PIC X(003) VALUE " A ".
               03 WR-CB-DT-FINAL           PIC 9(008).
               03 FILLER                   PIC X(014) VALUE
                   "  VELOCIDADE: ".
               03 WR-CB-VELOCIDADE         PIC ZZ9.
               03 FILLER                   PIC X(027) VALUE
                   " km/h  MINUTOS-VISITA ATUAL".
               03 FILLER                   PIC X(002) VALUE ": ".
               03 WR-CB-MIN-VISITA         PIC ZZ9.

           01  WR-TITULO.
               03 WR-TI-TEXTO              PIC X(060).

           01  WR-CAB-VENDEDOR.
               03 FILLER                   PIC X(005) VALUE "VND".
               03 FILLER                   PIC X(027) VALUE
                   "NOME DO VENDEDOR".
               03 FILLER                   PIC X(009) VALUE "VISITAS".
               03 FILLER                   PIC X(007) VALUE "MEDIA".
               03 FILLER                   PIC X(009) VALUE "DESLOC.".
               03 FILLER                   PIC X(011) VALUE
                   "REAL(MIN)".
               03 FILLER                   PIC X(011) VALUE
                   "ESTIM(MIN)".
               03 FILLER                   PIC X(006) VALUE "DIF%".

           01  WR-DET-VENDEDOR.
               03 WR-DV-CD-VENDEDOR        PIC ZZ9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-NOME               PIC X(025).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-VISITAS            PIC Z(005)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-MEDIA              PIC Z(004)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-DESLOC             PIC Z(005)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-REAL               PIC Z(008)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-ESTIM              PIC Z(008)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DV-DIFERENCA          PIC -(004)9.

           01  WR-CAB-CLASSE.
               03 FILLER                   PIC X(008) VALUE "CLASSE".
               03 FILLER                   PIC X(009) VALUE "VISITAS".
               03 FILLER                   PIC X(007) VALUE "MEDIA".
               03 FILLER                   PIC X(008) VALUE "MINIMO".
               03 FILLER                   PIC X(008) VALUE "MAXIMO".
               03 FILLER                   PIC X(028) VALUE
                   "MINUTOS-VISITA SUGERIDO".

           01  WR-DET-CLASSE.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-CD-CLASSE          PIC X(001).
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DC-VISITAS            PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-MEDIA              PIC Z(004)9.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DC-MINIMO             PIC Z(004)9.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DC-MAXIMO             PIC Z(004)9.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DC-SUGERIDO           PIC Z(004)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DC-OBSERVACAO         PIC X(020).

           01  WR-CAB-CLIENTE.
               03 FILLER                   PIC X(009) VALUE "CLIENTE".
               03 FILLER                   PIC X(042) VALUE
                   "RAZAO SOCIAL".
               03 FILLER                   PIC X(008) VALUE "CLASSE".
               03 FILLER                   PIC X(009) VALUE "VISITAS".
               03 FILLER                   PIC X(007) VALUE "MEDIA".

           01  WR-DET-CLIENTE.
               03 WR-DL-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DL-RAZAO              PIC X(040).
               03 FILLER                   PIC X(004) VALUE SPACES.
               03 WR-DL-CD-CLASSE          PIC X(001).
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DL-VISITAS            PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DL-MEDIA              PIC Z(004)9.

           01  WR-RODAPE.
               03 FILLER                   PIC X(018) VALUE
                   "VISITAS MEDIDAS: ".
               03 WR-RD-MEDIDAS            PIC Z(006)9.
               03 FILLER                   PIC X(016) VALUE
                   "  SEM HORARIO: ".
               03 WR-RD-SEM-HORARIO        PIC Z(006)9.
               03 FILLER                   PIC X(017) VALUE
                   "  DESLOCAMENTOS: ".
               03 WR-RD-DESLOCAMENTOS      PIC Z(006)9.
               03 FILLER                   PIC X(019) VALUE
                   "  TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

       LINKAGE SECTION.
           01  PARAMETROS-TEMPO-VISITAS.
               05 TV-DT-INICIAL            PIC 9(008).
               05 TV-DT-FINAL              PIC 9(008).

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-TEMPO-VISITAS
                                PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           PERFORM DEFINIR-PERIODO.
           IF  ws-dt-inicial GREATER ws-dt-final
               DISPLAY "RELATORIO-TEMPO-VISITAS: periodo invalido"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-hist-visitas.
           IF  NOT ws-hist-ok
               DISPLAY "RELATORIO-TEMPO-VISITAS: histVisitas.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           PERFORM CARREGAR-PARAMETROS.
           INITIALIZE ws-tabela-vendedores.
           INITIALIZE ws-tabela-classes.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.
           PERFORM PROCESSAR-HISTORICO.
           CLOSE arq-hist-visitas.
           OPEN OUTPUT relat-tempo.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-VENDEDORES.
           PERFORM IMPRIMIR-CLASSES.
           PERFORM IMPRIMIR-CLIENTES.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-clientes.
           CLOSE arq-vendedores.
           CLOSE arq-trabalho.
           CLOSE relat-tempo.
           DISPLAY "RELATORIO-TEMPO-VISITAS: " WS-CT-MEDIDAS
                   " visitas medidas em relatTempoVisitas.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Periodo informado ou, com datas zeradas, as ultimas quatro
      * semanas ate hoje, como na aderencia a frequencia de visita.
      ******************************************************************
       DEFINIR-PERIODO SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           IF  TV-DT-FINAL EQUAL ZEROS
               MOVE ws-dt-hoje             TO ws-dt-final
           ELSE
               MOVE TV-DT-FINAL            TO ws-dt-final
           END-IF.
           IF  TV-DT-INICIAL EQUAL ZEROS
               COMPUTE ws-nr-inteiro-final =
                       FUNCTION INTEGER-OF-DATE(ws-dt-final)
               COMPUTE ws-nr-inteiro-inicial = ws-nr-inteiro-final - 27
               COMPUTE ws-dt-inicial =
                       FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-inicial)
           ELSE
               MOVE TV-DT-INICIAL          TO ws-dt-inicial
           END-IF.

      ******************************************************************
      * Mesmos parametros e padroes da carga das rotas: a estimativa
      * de deslocamento usa a VELOCIDADE-MEDIA e o MINUTOS-VISITA
      * atual sai no cabecalho para comparar com o sugerido.
      ******************************************************************
       CARREGAR-PARAMETROS SECTION.
           MOVE "VELOCIDADE-MEDIA"         TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-velocidade-media
           ELSE
               MOVE 040                    TO ws-velocidade-media
           END-IF.
           MOVE "MINUTOS-VISITA"           TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-minutos-visita
           ELSE
               MOVE 020                    TO ws-minutos-visita
           END-IF.
           CANCEL "LOCALIZAR-PARAMETRO".

      ******************************************************************
      * O historico sai na ordem vendedor + data + sequencia da rota,
      * entao cada parada visitada e comparada com a anterior visitada
      * do mesmo vendedor no mesmo dia.
      ******************************************************************
       PROCESSAR-HISTORICO SECTION.
           READ arq-hist-visitas NEXT RECORD.
           PERFORM UNTIL NOT ws-hist-ok
               IF  rw-hv-visitado
               AND rw-hv-dt-visita NOT LESS ws-dt-inicial
               AND rw-hv-dt-visita NOT GREATER ws-dt-final
               AND rw-hv-cd-vendedor GREATER ZEROS
                   PERFORM MEDIR-VISITA
               END-IF
               READ arq-hist-visitas NEXT RECORD
           END-PERFORM.

       MEDIR-VISITA SECTION.
           IF  rw-hv-cd-vendedor NOT EQUAL ws-ant-cd-vendedor
           OR  rw-hv-dt-visita NOT EQUAL ws-ant-dt-visita
               MOVE "N"                    TO ws-ant-valida-sw
               MOVE rw-hv-cd-vendedor      TO ws-ant-cd-vendedor
               MOVE rw-hv-dt-visita        TO ws-ant-dt-visita
           END-IF.
           MOVE "N"                        TO ws-visita-medida-sw.
           MOVE rw-hv-hr-checkin           TO ws-horario-num.
           COMPUTE ws-min-entrada = ws-hor-hh * 60 + ws-hor-mm.
           MOVE rw-hv-hr-checkout          TO ws-horario-num.
           COMPUTE ws-min-saida = ws-hor-hh * 60 + ws-hor-mm.
           IF  rw-hv-hr-checkin GREATER ZEROS
           AND rw-hv-hr-checkout GREATER ZEROS
           AND ws-min-saida NOT LESS ws-min-entrada
               MOVE "S"                    TO ws-visita-medida-sw
           ELSE
               ADD 1                       TO WS-CT-SEM-HORARIO
           END-IF.
           PERFORM LOCALIZAR-CLIENTE.
           IF  ws-visita-medida
               COMPUTE ws-min-loja = ws-min-saida - ws-min-entrada
               ADD 1                       TO WS-CT-MEDIDAS
               MOVE rw-hv-cd-vendedor      TO ws-ix-vendedor
               ADD 1               TO ws-tv-qt-visitas(ws-ix-vendedor)
               ADD ws-min-loja     TO ws-tv-qt-min-loja(ws-ix-vendedor)
               PERFORM ACUMULAR-CLASSE
               PERFORM ACUMULAR-CLIENTE
               PERFORM MEDIR-DESLOCAMENTO
           END-IF.
      *    parada sem horario quebra a sequencia de deslocamento
           IF  ws-visita-medida
           AND ws-cliente-achado
               MOVE ws-min-saida           TO ws-ant-min-saida
               MOVE rw-cli-latitude        TO ws-ant-latitude
               MOVE rw-cli-longitude       TO ws-ant-longitude
               MOVE "S"                    TO ws-ant-valida-sw
           ELSE
               MOVE "N"                    TO ws-ant-valida-sw
           END-IF.

       LOCALIZAR-CLIENTE SECTION.
           MOVE "N"                        TO ws-cliente-achado-sw.
           MOVE rw-hv-cd-cliente           TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE SPACES             TO rw-cli-cd-classe
                   MOVE ZEROS              TO rw-cli-latitude
                   MOVE ZEROS              TO rw-cli-longitude
                   EXIT SECTION
           END-READ.
           IF  rw-cli-latitude NOT EQUAL ZEROS
           OR  rw-cli-longitude NOT EQUAL ZEROS
               MOVE "S"                    TO ws-cliente-achado-sw
           END-IF.

      ******************************************************************
      * Deslocamento real = entrada nesta parada menos a saida da
      * parada anterior; estimado = distancia entre os dois clientes
      * na VELOCIDADE-MEDIA. Sem coordenada nas duas pontas nao ha
      * estimativa e o trecho nao entra.
      ******************************************************************
       MEDIR-DESLOCAMENTO SECTION.
           IF  NOT ws-ant-valida
           OR  NOT ws-cliente-achado
           OR  ws-min-entrada LESS ws-ant-min-saida
               EXIT SECTION
           END-IF.
           COMPUTE ws-min-desloc-real = ws-min-entrada
                                      - ws-ant-min-saida.
           MOVE ws-ant-latitude            TO ws-hav-lat1.
           MOVE ws-ant-longitude           TO ws-hav-long1.
           MOVE rw-cli-latitude            TO ws-hav-lat2.
           MOVE rw-cli-longitude           TO ws-hav-long2.
           PERFORM CALCULAR-DISTANCIA-KM.
           COMPUTE ws-min-desloc-estim ROUNDED =
                   (ws-hav-distancia-km / ws-velocidade-media) * 60.
           ADD 1                           TO WS-CT-DESLOCAMENTOS.
           ADD 1               TO ws-tv-qt-desloc(ws-ix-vendedor).
           ADD ws-min-desloc-real
                               TO ws-tv-qt-min-real(ws-ix-vendedor).
           ADD ws-min-desloc-estim
                               TO ws-tv-qt-min-estim(ws-ix-vendedor).

       CALCULAR-DISTANCIA-KM SECTION.
           COMPUTE ws-hav-lat1-rad  = ws-hav-lat1  * 0.01745329252.
           COMPUTE ws-hav-lat2-rad  = ws-hav-lat2  * 0.01745329252.
           COMPUTE ws-hav-dlat-rad  =
                   (ws-hav-lat2 - ws-hav-lat1)   * 0.01745329252.
           COMPUTE ws-hav-dlong-rad =
                   (ws-hav-long2 - ws-hav-long1) * 0.01745329252.
           COMPUTE ws-hav-sin-dlat  =
                   FUNCTION SIN(ws-hav-dlat-rad / 2).
           COMPUTE ws-hav-sin-dlong =
                   FUNCTION SIN(ws-hav-dlong-rad / 2).
           COMPUTE ws-hav-cos-lat1  =
                   FUNCTION COS(ws-hav-lat1-rad).
           COMPUTE ws-hav-cos-lat2  =
                   FUNCTION COS(ws-hav-lat2-rad).
           COMPUTE ws-hav-termo = ws-hav-cos-lat1 * ws-hav-cos-lat2.
           COMPUTE ws-hav-termo = ws-hav-termo * ws-hav-sin-dlong.
           COMPUTE ws-hav-termo = ws-hav-termo * ws-hav-sin-dlong.
           COMPUTE ws-hav-a =
                   (ws-hav-sin-dlat * ws-hav-sin-dlat) + ws-hav-termo.
           IF  ws-hav-a GREATER 1
               MOVE 1                      TO ws-hav-a
           END-IF.
           COMPUTE ws-hav-angulo =
                   FUNCTION ASIN(FUNCTION SQRT(ws-hav-a)).
           COMPUTE ws-hav-distancia-km = 12742 * ws-hav-angulo.

       ACUMULAR-CLASSE SECTION.
           PERFORM VARYING ws-ix-classe FROM 1 BY 1
                     UNTIL ws-ix-classe GREATER ws-qt-classes
                        OR ws-tc-cd-classe(ws-ix-classe) EQUAL
                                           rw-cli-cd-classe
               CONTINUE
           END-PERFORM.
           IF  ws-ix-classe GREATER ws-qt-classes
               IF  ws-qt-classes NOT LESS 40
                   EXIT SECTION
               END-IF
               ADD 1                       TO ws-qt-classes
               MOVE ws-qt-classes          TO ws-ix-classe
               MOVE rw-cli-cd-classe  TO ws-tc-cd-classe(ws-ix-classe)
               MOVE ws-min-loja       TO ws-tc-min-minimo(ws-ix-classe)
               MOVE ws-min-loja       TO ws-tc-min-maximo(ws-ix-classe)
           END-IF.
           ADD 1                  TO ws-tc-qt-visitas(ws-ix-classe).
           ADD ws-min-loja        TO ws-tc-qt-minutos(ws-ix-classe).
           IF  ws-min-loja LESS ws-tc-min-minimo(ws-ix-classe)
               MOVE ws-min-loja   TO ws-tc-min-minimo(ws-ix-classe)
           END-IF.
           IF  ws-min-loja GREATER ws-tc-min-maximo(ws-ix-classe)
               MOVE ws-min-loja   TO ws-tc-min-maximo(ws-ix-classe)
           END-IF.

       ACUMULAR-CLIENTE SECTION.
           MOVE rw-hv-cd-cliente           TO rw-wtv-cd-cliente.
           READ arq-trabalho KEY IS rw-wtv-cd-cliente
               INVALID KEY
                   MOVE rw-cli-cd-classe   TO rw-wtv-cd-classe
                   MOVE 1                  TO rw-wtv-qt-visitas
                   MOVE ws-min-loja        TO rw-wtv-qt-minutos
                   WRITE rw-wtv-registro
                   EXIT SECTION
           END-READ.
           ADD 1                           TO rw-wtv-qt-visitas.
           ADD ws-min-loja                 TO rw-wtv-qt-minutos.
           REWRITE rw-wtv-registro.

       IMPRIMIR-VENDEDORES SECTION.
           MOVE "TEMPO NA LOJA E DESLOCAMENTO POR VENDEDOR"
                                           TO WR-TI-TEXTO.
           PERFORM IMPRIMIR-TITULO.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-CAB-VENDEDOR            TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM VARYING ws-ix-vendedor FROM 1 BY 1
                     UNTIL ws-ix-vendedor GREATER 999
               IF  ws-tv-qt-visitas(ws-ix-vendedor) GREATER ZEROS
                   PERFORM IMPRIMIR-LINHA-VENDEDOR
               END-IF
           END-PERFORM.

       IMPRIMIR-LINHA-VENDEDOR SECTION.
           MOVE ws-ix-vendedor             TO rw-vnd-cd-vendedor.
           READ arq-vendedores KEY IS rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "(VENDEDOR NAO ENCONTRADO)" TO rw-vnd-nome
           END-READ.
           COMPUTE ws-media-minutos ROUNDED =
                   ws-tv-qt-min-loja(ws-ix-vendedor)
                 / ws-tv-qt-visitas(ws-ix-vendedor).
           MOVE ZEROS                      TO ws-pc-diferenca.
           IF  ws-tv-qt-min-estim(ws-ix-vendedor) GREATER ZEROS
               COMPUTE ws-pc-diferenca ROUNDED =
                       (ws-tv-qt-min-real(ws-ix-vendedor)
                      - ws-tv-qt-min-estim(ws-ix-vendedor)) * 100
                      / ws-tv-qt-min-estim(ws-ix-vendedor)
           END-IF.
           MOVE ws-ix-vendedor             TO WR-DV-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-DV-NOME.
           MOVE ws-tv-qt-visitas(ws-ix-vendedor) TO WR-DV-VISITAS.
           MOVE ws-media-minutos           TO WR-DV-MEDIA.
           MOVE ws-tv-qt-desloc(ws-ix-vendedor)  TO WR-DV-DESLOC.
           MOVE ws-tv-qt-min-real(ws-ix-vendedor) TO WR-DV-REAL.
           MOVE ws-tv-qt-min-estim(ws-ix-vendedor) TO WR-DV-ESTIM.
           MOVE ws-pc-diferenca            TO WR-DV-DIFERENCA.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-DET-VENDEDOR            TO rw-relat-tempo.
           PERFORM IMPRIMIR-LINHA.

      ******************************************************************
      * Sugestao do MINUTOS-VISITA por classe: media medida no
      * periodo, arredondada para o minuto; classe com menos de cinco
      * visitas medidas fica marcada como amostra pequena.
      ******************************************************************
       IMPRIMIR-CLASSES SECTION.
           MOVE "TEMPO NA LOJA POR CLASSE DE CLIENTE"
                                           TO WR-TI-TEXTO.
           PERFORM IMPRIMIR-TITULO.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-CAB-CLASSE              TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM VARYING ws-ix-classe FROM 1 BY 1
                     UNTIL ws-ix-classe GREATER ws-qt-classes
               PERFORM IMPRIMIR-LINHA-CLASSE
           END-PERFORM.

       IMPRIMIR-LINHA-CLASSE SECTION.
           COMPUTE ws-media-minutos ROUNDED =
                   ws-tc-qt-minutos(ws-ix-classe)
                 / ws-tc-qt-visitas(ws-ix-classe).
           IF  ws-tc-cd-classe(ws-ix-classe) EQUAL SPACES
               MOVE "-"                    TO WR-DC-CD-CLASSE
           ELSE
               MOVE ws-tc-cd-classe(ws-ix-classe) TO WR-DC-CD-CLASSE
           END-IF.
           MOVE ws-tc-qt-visitas(ws-ix-classe)  TO WR-DC-VISITAS.
           MOVE ws-media-minutos           TO WR-DC-MEDIA.
           MOVE ws-tc-min-minimo(ws-ix-classe)  TO WR-DC-MINIMO.
           MOVE ws-tc-min-maximo(ws-ix-classe)  TO WR-DC-MAXIMO.
           MOVE ws-media-minutos           TO WR-DC-SUGERIDO.
           IF  ws-tc-qt-visitas(ws-ix-classe) LESS ws-amostra-minima
               MOVE "AMOSTRA PEQUENA"      TO WR-DC-OBSERVACAO
           ELSE
               MOVE SPACES                 TO WR-DC-OBSERVACAO
           END-IF.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-DET-CLASSE              TO rw-relat-tempo.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CLIENTES SECTION.
           MOVE "TEMPO NA LOJA POR CLIENTE"
                                           TO WR-TI-TEXTO.
           PERFORM IMPRIMIR-TITULO.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-CAB-CLIENTE             TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           ADD 1                           TO WS-CT-LINHAS2.
           MOVE ZEROS                      TO rw-wtv-cd-cliente.
           START arq-trabalho KEY IS NOT LESS rw-wtv-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-trabalho NEXT RECORD.
           PERFORM UNTIL NOT ws-trabalho-ok
               PERFORM IMPRIMIR-LINHA-CLIENTE
               READ arq-trabalho NEXT RECORD
           END-PERFORM.

       IMPRIMIR-LINHA-CLIENTE SECTION.
           MOVE rw-wtv-cd-cliente          TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
           END-READ.
           COMPUTE ws-media-minutos ROUNDED =
                   rw-wtv-qt-minutos / rw-wtv-qt-visitas.
           MOVE rw-wtv-cd-cliente          TO WR-DL-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-DL-RAZAO.
           MOVE rw-wtv-cd-classe           TO WR-DL-CD-CLASSE.
           MOVE rw-wtv-qt-visitas          TO WR-DL-VISITAS.
           MOVE ws-media-minutos           TO WR-DL-MEDIA.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-DET-CLIENTE             TO rw-relat-tempo.
           PERFORM IMPRIMIR-LINHA.

      ******************************************************************
      * Titulo de bloco com uma linha em branco antes; bloco que nao
      * cabe mais na pagina comeca na seguinte.
      ******************************************************************
       IMPRIMIR-TITULO SECTION.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS - 3
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-TITULO                  TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-LINHA SECTION.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               MOVE rw-relat-tempo         TO ws-linha-pendente
               PERFORM SALTAR-PAGINA
               MOVE ws-linha-pendente      TO rw-relat-tempo
           END-IF.
           WRITE rw-relat-tempo.
           ADD 1                           TO WS-CT-LINHAS2.
           ADD 1                           TO WS-CT-EMITIDAS.

       SALTAR-PAGINA SECTION.
           MOVE WS-CT-EMITIDAS             TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-dt-inicial              TO WR-CB-DT-INICIAL.
           MOVE ws-dt-final                TO WR-CB-DT-FINAL.
           MOVE ws-velocidade-media        TO WR-CB-VELOCIDADE.
           MOVE ws-minutos-visita          TO WR-CB-MIN-VISITA.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-CAB1                    TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-IDENTIFICACAO           TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-CAB2                    TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-MEDIDAS              TO WR-RD-MEDIDAS.
           MOVE WS-CT-SEM-HORARIO          TO WR-RD-SEM-HORARIO.
           MOVE WS-CT-DESLOCAMENTOS        TO WR-RD-DESLOCAMENTOS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-tempo.
           WRITE rw-relat-tempo.
           MOVE SPACES                     TO rw-relat-tempo.
           MOVE WR-RODAPE                  TO rw-relat-tempo.
           WRITE rw-relat-tempo.
       END PROGRAM RELATORIO-TEMPO-VISITAS.
