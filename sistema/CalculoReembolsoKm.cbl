      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Reembolso mensal de quilometragem dos vendedores a
      *          partir dos dias capturados no anomes (kmRotas.dat,
      *          gravado pela CAPTURA-VISITAS): dia com visita
      *          realizada reembolsa o km planejado da rota
      *          proporcional as paradas realizadas, vezes o
      *          parametro VALOR-KM, limitado por dia ao parametro
      *          TETO-REEMBOLSO-DIA (zero = sem teto). Gera o extrato
      *          por vendedor (relatReembolsoKm.txt) e grava o total
      *          do vendedor no anomes em reembolsoKm.dat, de onde o
      *          CALCULO-COMISSOES gera o registro "K" da folha.
      *          O recalculo do anomes substitui o anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-REEMBOLSO-KM.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-km-rotas ASSIGN TO DISK "kmRotas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-kmr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-km.

           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT arq-reembolso ASSIGN TO DISK "reembolsoKm.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-rkm-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-reembolso.

           SELECT relat-reembolso ASSIGN TO "relatReembolsoKm.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-km-rotas.
           01  rw-kmr-registro.
               03 rw-kmr-chave.
                  05 rw-kmr-cd-vendedor    PIC 9(003).
                  05 rw-kmr-dt-visita      PIC 9(008).
               03 rw-kmr-nr-dia            PIC 9(002).
               03 rw-kmr-qt-planejadas     PIC 9(004).
               03 rw-kmr-qt-realizadas     PIC 9(004).
               03 rw-kmr-qt-km-planejado   PIC 9(006)v9(004).

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
      * Reembolso apurado por anomes/vendedor, lido pelo
      * CALCULO-COMISSOES para o registro "K" da folha.
      ******************************************************************
           FD arq-reembolso.
           01  rw-rkm-registro.
               03 rw-rkm-chave.
                  05 rw-rkm-nr-anomes      PIC 9(006).
                  05 rw-rkm-cd-vendedor    PIC 9(003).
               03 rw-rkm-cpf-vendedor      PIC 9(011).
               03 rw-rkm-qt-dias           PIC 9(003).
               03 rw-rkm-qt-km             PIC 9(007)v9(002).
               03 rw-rkm-vl-km             PIC 9(003)v9(004).
               03 rw-rkm-vl-reembolso      PIC 9(011)v9(002).
               03 rw-rkm-dt-calculo        PIC 9(008).

           FD relat-reembolso.
           01  rw-relat-reembolso          PIC x(132).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-km          PIC x(02).
                  88 ws-km-ok                  VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-reembolso   PIC x(02).
                  88 ws-reembolso-ok           VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-campos-calculo.
               03 ws-anomes-referencia     PIC 9(006) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-vl-km                 PIC 9(003)v9(004)
                                            VALUE ZEROS.
               03 ws-vl-teto-dia           PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-vendedor-grupo        PIC 9(003) VALUE ZEROS.
               03 ws-qt-km-dia             PIC 9(006)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-dia                PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-qt-dias-vendedor      PIC 9(003) VALUE ZEROS.
               03 ws-qt-km-vendedor        PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-vendedor           PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-geral              PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-fim-km-sw             PIC x(001) VALUE "N".
                  88 ws-fim-km                 VALUE "S".
               03 ws-cab-impresso-sw       PIC x(001) VALUE "N".
                  88 ws-cab-impresso           VALUE "S".

           01  WS-CONTADORES.
               03 WS-CT-VENDEDORES         PIC 9(006) VALUE ZEROS.
               03 WS-CT-DIAS               PIC 9(006) VALUE ZEROS.
               03 WS-CT-DIAS-TETO          PIC 9(006) VALUE ZEROS.

           01  WR-CAB1.
               03 FILLER                   PIC X(012) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "EXTRATO DE REEMBOLSO DE QUILOMETRAGEM".
               03 WR-CB-ANOMES             PIC 9(006).
           01  WR-CAB2.
               03 FILLER                   PIC X(012) VALUE
                   "VALOR/KM R$ ".
               03 WR-CB-VL-KM              PIC ZZ9,9999.
               03 FILLER                   PIC X(017) VALUE
                   "   TETO DIARIO R$".
               03 WR-CB-VL-TETO            PIC Z(006)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-CB-DS-TETO            PIC X(010).

           01  WR-VENDEDOR.
               03 FILLER                   PIC X(009) VALUE
                   "VENDEDOR ".
               03 WR-VD-CD-VENDEDOR        PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-VD-NOME               PIC X(040).
           01  WR-COLUNAS.
               03 FILLER                   PIC X(012) VALUE
                   "  DATA".
               03 FILLER                   PIC X(005) VALUE "DIA".
               03 FILLER                   PIC X(010) VALUE
                   "PLANEJ.".
               03 FILLER                   PIC X(010) VALUE
                   "REALIZ.".
               03 FILLER                   PIC X(013) VALUE
                   "KM ROTA".
               03 FILLER                   PIC X(012) VALUE
                   "KM APURADO".
               03 FILLER                   PIC X(012) VALUE
                   "VALOR R$".
           01  WR-DIA.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DI-DT-VISITA          PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DI-NR-DIA             PIC Z9.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DI-QT-PLANEJADAS      PIC ZZZ9.
               03 FILLER                   PIC X(006) VALUE SPACES.
               03 WR-DI-QT-REALIZADAS      PIC ZZZ9.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DI-QT-KM-ROTA         PIC Z(005)9,99.
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DI-QT-KM-APURADO      PIC Z(005)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DI-VL-DIA             PIC Z(006)9,99.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-DI-DS-TETO            PIC X(004).
           01  WR-TOTAL-VENDEDOR.
               03 FILLER                   PIC X(010) VALUE
                   "  DIAS    ".
               03 WR-TV-QT-DIAS            PIC ZZ9.
               03 FILLER                   PIC X(006) VALUE "  KM  ".
               03 WR-TV-QT-KM              PIC Z(006)9,99.
               03 FILLER                   PIC X(016) VALUE
                   "  REEMBOLSO R$ ".
               03 WR-TV-VL-REEMBOLSO       PIC Z(010)9,99.
           01  WR-TOTAL-GERAL.
               03 FILLER                   PIC X(020) VALUE
                   "TOTAL GERAL  VEND. ".
               03 WR-TG-QT-VENDEDORES      PIC ZZZZZ9.
               03 FILLER                   PIC X(008) VALUE
                   "  DIAS ".
               03 WR-TG-QT-DIAS            PIC ZZZZZ9.
               03 FILLER                   PIC X(016) VALUE
                   "  REEMBOLSO R$ ".
               03 WR-TG-VL-REEMBOLSO       PIC Z(012)9,99.

       LINKAGE SECTION.
           01  PARAMETROS-REEMBOLSO-KM.
               05 RK-NR-ANOMES             PIC 9(006).

       PROCEDURE DIVISION USING PARAMETROS-REEMBOLSO-KM.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           IF  RK-NR-ANOMES EQUAL ZEROS
               MOVE ws-dt-hoje(1:6)        TO ws-anomes-referencia
           ELSE
               MOVE RK-NR-ANOMES           TO ws-anomes-referencia
           END-IF.
           OPEN I-O arq-reembolso.
           IF  NOT ws-reembolso-ok
               OPEN OUTPUT arq-reembolso
               CLOSE arq-reembolso
               OPEN I-O arq-reembolso
           END-IF.
           PERFORM EXCLUIR-REEMBOLSO-ANOMES.
           PERFORM CARREGAR-PARAMETROS.
           IF  ws-vl-km EQUAL ZEROS
               DISPLAY "CALCULO-REEMBOLSO-KM: parametro VALOR-KM "
                       "nao cadastrado, reembolso nao calculado"
               CLOSE arq-reembolso
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-km-rotas.
           IF  NOT ws-km-ok
               DISPLAY "CALCULO-REEMBOLSO-KM: kmRotas.dat nao "
                       "encontrado"
               CLOSE arq-reembolso
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT relat-reembolso.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM PROCESSAR-VENDEDORES.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           CLOSE arq-km-rotas.
           CLOSE arq-vendedores.
           CLOSE arq-reembolso.
           CLOSE relat-reembolso.
           DISPLAY "CALCULO-REEMBOLSO-KM: " WS-CT-VENDEDORES
                   " vendedores e " WS-CT-DIAS
                   " dias no anomes " ws-anomes-referencia
                   ", " WS-CT-DIAS-TETO " no teto".
           EXIT PROGRAM.

      ******************************************************************
      * O recalculo do anomes substitui o anterior: os registros do
      * anomes (primeira parte da chave) sao excluidos antes.
      ******************************************************************
       EXCLUIR-REEMBOLSO-ANOMES SECTION.
           MOVE ws-anomes-referencia       TO rw-rkm-nr-anomes.
           MOVE ZEROS                      TO rw-rkm-cd-vendedor.
           START arq-reembolso KEY IS NOT LESS rw-rkm-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-reembolso NEXT RECORD.
           PERFORM UNTIL NOT ws-reembolso-ok
                      OR rw-rkm-nr-anomes NOT EQUAL
                                           ws-anomes-referencia
               DELETE arq-reembolso RECORD
               READ arq-reembolso NEXT RECORD
           END-PERFORM.

       CARREGAR-PARAMETROS SECTION.
           MOVE "VALOR-KM"                 TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-vl-km
           END-IF.
           MOVE "TETO-REEMBOLSO-DIA"       TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-vl-teto-dia
           END-IF.
           CANCEL "LOCALIZAR-PARAMETRO".

      ******************************************************************
      * kmRotas.dat vem ordenado por vendedor/data; cada quebra de
      * vendedor fecha o extrato e o registro do anomes.
      ******************************************************************
       PROCESSAR-VENDEDORES SECTION.
           MOVE ZEROS                      TO rw-kmr-chave.
           START arq-km-rotas KEY IS NOT LESS rw-kmr-chave
               INVALID KEY
                   MOVE "S"                TO ws-fim-km-sw
           END-START.
           IF  NOT ws-fim-km
               READ arq-km-rotas NEXT RECORD
               IF  NOT ws-km-ok
                   MOVE "S"                TO ws-fim-km-sw
               END-IF
           END-IF.
           PERFORM PROCESSAR-GRUPO-VENDEDOR UNTIL ws-fim-km.

       PROCESSAR-GRUPO-VENDEDOR SECTION.
           MOVE rw-kmr-cd-vendedor         TO ws-vendedor-grupo.
           MOVE ZEROS                      TO ws-qt-dias-vendedor.
           MOVE ZEROS                      TO ws-qt-km-vendedor.
           MOVE ZEROS                      TO ws-vl-vendedor.
           MOVE "N"                        TO ws-cab-impresso-sw.
           PERFORM UNTIL ws-fim-km
                      OR rw-kmr-cd-vendedor NOT EQUAL ws-vendedor-grupo
               IF  rw-kmr-dt-visita(1:6) EQUAL ws-anomes-referencia
               AND rw-kmr-qt-realizadas GREATER ZEROS
               AND rw-kmr-qt-planejadas GREATER ZEROS
                   PERFORM CALCULAR-REEMBOLSO-DIA
               END-IF
               READ arq-km-rotas NEXT RECORD
               IF  NOT ws-km-ok
                   MOVE "S"                TO ws-fim-km-sw
               END-IF
           END-PERFORM.
           IF  ws-cab-impresso
               PERFORM FECHAR-VENDEDOR
           END-IF.

      ******************************************************************
      * Km do dia = km planejado x realizadas / planejadas; o valor
      * e o km vezes o VALOR-KM, limitado ao teto diario.
      ******************************************************************
       CALCULAR-REEMBOLSO-DIA SECTION.
           IF  NOT ws-cab-impresso
               PERFORM IMPRIMIR-CAB-VENDEDOR
           END-IF.
           COMPUTE ws-qt-km-dia ROUNDED =
                   rw-kmr-qt-km-planejado * rw-kmr-qt-realizadas
                 / rw-kmr-qt-planejadas.
           COMPUTE ws-vl-dia ROUNDED = ws-qt-km-dia * ws-vl-km.
           MOVE SPACES                     TO WR-DI-DS-TETO.
           IF  ws-vl-teto-dia GREATER ZEROS
           AND ws-vl-dia GREATER ws-vl-teto-dia
               MOVE ws-vl-teto-dia         TO ws-vl-dia
               MOVE "TETO"                 TO WR-DI-DS-TETO
               ADD 1                       TO WS-CT-DIAS-TETO
           END-IF.
           ADD 1                           TO ws-qt-dias-vendedor.
           ADD 1                           TO WS-CT-DIAS.
           ADD ws-qt-km-dia                TO ws-qt-km-vendedor.
           ADD ws-vl-dia                   TO ws-vl-vendedor.
           MOVE rw-kmr-dt-visita           TO WR-DI-DT-VISITA.
           MOVE rw-kmr-nr-dia              TO WR-DI-NR-DIA.
           MOVE rw-kmr-qt-planejadas       TO WR-DI-QT-PLANEJADAS.
           MOVE rw-kmr-qt-realizadas       TO WR-DI-QT-REALIZADAS.
           MOVE rw-kmr-qt-km-planejado     TO WR-DI-QT-KM-ROTA.
           MOVE ws-qt-km-dia               TO WR-DI-QT-KM-APURADO.
           MOVE ws-vl-dia                  TO WR-DI-VL-DIA.
           MOVE SPACES                     TO rw-relat-reembolso.
           MOVE WR-DIA                     TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           MOVE "S"                        TO ws-cab-impresso-sw.
           MOVE ws-vendedor-grupo          TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           MOVE ZEROS                      TO rw-vnd-cpf.
           START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
               INVALID KEY
                   MOVE "(VENDEDOR NAO ENCONTRADO)" TO rw-vnd-nome
               NOT INVALID KEY
                   READ arq-vendedores NEXT RECORD
           END-START.
           MOVE ws-vendedor-grupo          TO WR-VD-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-VD-NOME.
           MOVE SPACES                     TO rw-relat-reembolso.
           MOVE WR-VENDEDOR                TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.
           MOVE SPACES                     TO rw-relat-reembolso.
           MOVE WR-COLUNAS                 TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.

       FECHAR-VENDEDOR SECTION.
           ADD 1                           TO WS-CT-VENDEDORES.
           ADD ws-vl-vendedor              TO ws-vl-geral.
           MOVE ws-qt-dias-vendedor        TO WR-TV-QT-DIAS.
           MOVE ws-qt-km-vendedor          TO WR-TV-QT-KM.
           MOVE ws-vl-vendedor             TO WR-TV-VL-REEMBOLSO.
           MOVE SPACES                     TO rw-relat-reembolso.
           MOVE WR-TOTAL-VENDEDOR          TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.
           MOVE SPACES                     TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.
           INITIALIZE                      rw-rkm-registro.
           MOVE ws-anomes-referencia       TO rw-rkm-nr-anomes.
           MOVE ws-vendedor-grupo          TO rw-rkm-cd-vendedor.
           MOVE rw-vnd-cpf                 TO rw-rkm-cpf-vendedor.
           MOVE ws-qt-dias-vendedor        TO rw-rkm-qt-dias.
           MOVE ws-qt-km-vendedor          TO rw-rkm-qt-km.
           MOVE ws-vl-km                   TO rw-rkm-vl-km.
           MOVE ws-vl-vendedor             TO rw-rkm-vl-reembolso.
           MOVE ws-dt-hoje                 TO rw-rkm-dt-calculo.
           WRITE rw-rkm-registro.

       IMPRIMIR-CABECALHO SECTION.
           MOVE ws-anomes-referencia       TO WR-CB-ANOMES.
           MOVE SPACES                     TO rw-relat-reembolso.
           MOVE WR-CAB1                    TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.
           MOVE ws-vl-km                   TO WR-CB-VL-KM.
           MOVE ws-vl-teto-dia             TO WR-CB-VL-TETO.
           IF  ws-vl-teto-dia EQUAL ZEROS
               MOVE "(SEM TETO)"           TO WR-CB-DS-TETO
           ELSE
               MOVE SPACES                 TO WR-CB-DS-TETO
           END-IF.
           MOVE SPACES                     TO rw-relat-reembolso.
           MOVE WR-CAB2                    TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.
           MOVE SPACES                     TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.

       IMPRIMIR-TOTAL-GERAL SECTION.
           MOVE WS-CT-VENDEDORES           TO WR-TG-QT-VENDEDORES.
           MOVE WS-CT-DIAS                 TO WR-TG-QT-DIAS.
           MOVE ws-vl-geral                TO WR-TG-VL-REEMBOLSO.
           MOVE SPACES                     TO rw-relat-reembolso.
           MOVE WR-TOTAL-GERAL             TO rw-relat-reembolso.
           WRITE rw-relat-reembolso.
       END PROGRAM CALCULO-REEMBOLSO-KM.
