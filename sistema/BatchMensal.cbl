      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Ciclo de fechamento do mes para execucao via job
      *          scheduler, separado do BATCH-NOTURNO. Recebe o anomes
      *          (zeros = mes anterior ao atual), confere os
      *          pre-requisitos (mes anterior fechado em
      *          fechamentos.dat e nenhuma divergencia pendente no
      *          ultimo relatRetornoFaturamento.txt) e executa na ordem
      *          fechamento, comissoes, classificacao ABC, sugestao de
      *          metas e os relatorios de metas, positivacao e analise
      *          de vendas. Cada etapa fica em batchMensal.log e o
      *          ponto de reinicio (anomes + ultima etapa concluida) em
      *          ckptmensal.dat; a primeira falha interrompe o ciclo e
      *          o status final sai em batchMensal.sta para o
      *          scheduler.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-MENSAL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-fechamentos ASSIGN TO DISK "fechamentos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fch-nr-anomes
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-fechamentos.

           SELECT relat-retorno-faturamento
                  ASSIGN TO "relatRetornoFaturamento.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-retorno.

           SELECT arq-controle-mensal ASSIGN TO "ckptmensal.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-acesso.

           SELECT arq-log-mensal ASSIGN TO "batchMensal.log"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-acesso.

           SELECT arq-status-mensal ASSIGN TO "batchMensal.sta"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-fechamentos.
           01  rw-fch-registro.
               03 rw-fch-nr-anomes         PIC 9(006).
               03 rw-fch-st-fechamento     PIC x(001).
                  88 rw-fch-fechado            VALUE "F".
                  88 rw-fch-reaberto           VALUE "R".
               03 rw-fch-dt-fechamento     PIC 9(008).
               03 rw-fch-id-operador       PIC x(010).

           FD relat-retorno-faturamento.
           01  rw-relat-divergencia        PIC x(200).

           FD arq-controle-mensal.
           01  rw-controle-mensal.
               03 rw-ctl-nr-anomes         PIC 9(006).
               03 rw-ctl-ultima-etapa      PIC 9(002).

           FD arq-log-mensal.
           01  rw-log-mensal               PIC x(200).

           FD arq-status-mensal.
           01  rw-status-mensal            PIC x(080).

       WORKING-STORAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010) VALUE "BATCH".

           01  PARAMETROS-FECHAMENTO.
               05 FCH-MODO                 PIC x(001) VALUE "B".
               05 FCH-NR-ANOMES            PIC 9(006) VALUE ZEROS.
               05 FCH-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-COMISSOES.
               05 CM-NR-ANOMES             PIC 9(006) VALUE ZEROS.

           01  PARAMETROS-RELATORIO-METAS.
               05 MET-NR-ANOMES            PIC 9(006) VALUE ZEROS.

           01  PARAMETROS-POSITIVACAO.
               05 PV-NR-ANOMES             PIC 9(006) VALUE ZEROS.

           01  PARAMETROS-ANALISE-VENDAS.
               05 AV-NR-ANOMES             PIC 9(006) VALUE ZEROS.

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010) VALUE "BATCH".

           01  ws-controle-mensal.
               03 ws-nr-anomes             PIC 9(006) VALUE ZEROS.
               03 ws-nr-anomes-anterior    PIC 9(006) VALUE ZEROS.
               03 ws-nr-anomes-atual       PIC 9(006) VALUE ZEROS.
               03 ws-nr-anomes-controle    PIC 9(006) VALUE ZEROS.
               03 ws-ultima-etapa          PIC 9(002) VALUE ZEROS.
               03 ws-etapa-atual           PIC 9(002) VALUE ZEROS.
               03 ws-ano-trabalho          PIC 9(004) VALUE ZEROS.
               03 ws-mes-trabalho          PIC 9(002) VALUE ZEROS.
               03 ws-qt-divergencias       PIC 9(006) VALUE ZEROS.
               03 ws-etapa-falhou-sw       PIC x(001) VALUE "N".
                  88 ws-etapa-falhou           VALUE "S".
               03 ws-primeiro-fechamento-sw PIC x(001) VALUE "N".
                  88 ws-primeiro-fechamento    VALUE "S".
               03 ws-anterior-fechado-sw   PIC x(001) VALUE "N".
                  88 ws-anterior-fechado       VALUE "S".

           01  ws-campos-log-mensal.
               03 ws-dt-log                PIC 9(008) VALUE ZEROS.
               03 ws-hr-log                PIC 9(008) VALUE ZEROS.
               03 ws-nome-etapa            PIC x(040) VALUE SPACES.
               03 ws-texto-log             PIC x(120) VALUE SPACES.
               03 ws-status-texto          PIC x(040) VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-fechamentos PIC x(02).
                  88 ws-fechamentos-ok         VALUE "00", "02".
               03 ws-resultado-retorno     PIC x(02).
                  88 ws-retorno-ok             VALUE "00", "02".

       LINKAGE SECTION.
       01  PARAMETROS-BATCH-MENSAL.
           05 BM-NR-ANOMES                 PIC 9(006).

       PROCEDURE DIVISION USING PARAMETROS-BATCH-MENSAL.
       MAIN-PROCEDURE SECTION.
           PERFORM DEFINIR-ANOMES.
           IF  ws-mes-trabalho LESS 1 OR ws-mes-trabalho GREATER 12
           OR  ws-nr-anomes NOT LESS ws-nr-anomes-atual
               DISPLAY "BATCH-MENSAL: anomes " ws-nr-anomes
                       " invalido ou ainda em curso"
               MOVE SPACES                 TO ws-status-texto
               STRING "ERRO ANOMES INVALIDO " ws-nr-anomes
                      DELIMITED BY SIZE INTO ws-status-texto
               PERFORM ENCERRAR-COM-ERRO
           END-IF.

      *    ciclo interrompido de outro anomes tem de ser concluido
      *    antes: o reinicio so vale para o mesmo mes
           PERFORM CARREGAR-CONTROLE-MENSAL.
           IF  ws-ultima-etapa GREATER ZEROS
           AND ws-nr-anomes-controle NOT EQUAL ws-nr-anomes
               DISPLAY "BATCH-MENSAL: ciclo de " ws-nr-anomes-controle
                       " interrompido na etapa " ws-ultima-etapa
               MOVE SPACES                 TO ws-status-texto
               STRING "ERRO CICLO PENDENTE " ws-nr-anomes-controle
                      DELIMITED BY SIZE INTO ws-status-texto
               PERFORM ENCERRAR-COM-ERRO
           END-IF.

           IF  ws-ultima-etapa GREATER ZEROS
               DISPLAY "BATCH-MENSAL: reiniciando " ws-nr-anomes
                       " apos etapa " ws-ultima-etapa
               MOVE SPACES                 TO ws-texto-log
               STRING "reiniciando " ws-nr-anomes
                      " apos etapa " ws-ultima-etapa
                      DELIMITED BY SIZE INTO ws-texto-log
               PERFORM GRAVAR-LOG-MENSAL
           ELSE
               DISPLAY "BATCH-MENSAL: iniciando ciclo de " ws-nr-anomes
               MOVE SPACES                 TO ws-texto-log
               STRING "iniciando ciclo de " ws-nr-anomes
                      DELIMITED BY SIZE INTO ws-texto-log
               PERFORM GRAVAR-LOG-MENSAL
               PERFORM VERIFICAR-PRE-REQUISITOS
           END-IF.

           IF  ws-ultima-etapa LESS 1
               MOVE 1                      TO ws-etapa-atual
               MOVE "fechamento comercial" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-MENSAL
               MOVE "B"                    TO FCH-MODO
               MOVE ws-nr-anomes           TO FCH-NR-ANOMES
               MOVE SPACES                 TO FCH-RETORNO
               CALL "FECHAMENTO-MENSAL"
                     USING PARM-OPERADOR-ID
                           PARAMETROS-FECHAMENTO
               CANCEL "FECHAMENTO-MENSAL"
               IF  FCH-RETORNO NOT EQUAL "00"
               AND FCH-RETORNO NOT EQUAL "01"
                   MOVE "S"                TO ws-etapa-falhou-sw
               END-IF
               PERFORM CONCLUIR-ETAPA-MENSAL
           END-IF.

           IF  ws-ultima-etapa LESS 2
               MOVE 2                      TO ws-etapa-atual
               MOVE "calculo de comissoes" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-MENSAL
               MOVE ws-nr-anomes           TO CM-NR-ANOMES
               MOVE ZEROS                  TO RETURN-CODE
               CALL "CALCULO-COMISSOES" USING PARAMETROS-COMISSOES
               CANCEL "CALCULO-COMISSOES"
               PERFORM VERIFICAR-RETORNO-ETAPA
               PERFORM CONCLUIR-ETAPA-MENSAL
           END-IF.

           IF  ws-ultima-etapa LESS 3
               MOVE 3                      TO ws-etapa-atual
               MOVE "classificacao ABC de clientes" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-MENSAL
               MOVE ZEROS                  TO RETURN-CODE
               CALL "CLASSIFICACAO-ABC"
               CANCEL "CLASSIFICACAO-ABC"
               PERFORM VERIFICAR-RETORNO-ETAPA
               PERFORM CONCLUIR-ETAPA-MENSAL
           END-IF.

           IF  ws-ultima-etapa LESS 4
               MOVE 4                      TO ws-etapa-atual
               MOVE "sugestao de metas" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-MENSAL
               MOVE ZEROS                  TO RETURN-CODE
               CALL "SUGESTAO-METAS"
               CANCEL "SUGESTAO-METAS"
               PERFORM VERIFICAR-RETORNO-ETAPA
               PERFORM CONCLUIR-ETAPA-MENSAL
           END-IF.

           IF  ws-ultima-etapa LESS 5
               MOVE 5                      TO ws-etapa-atual
               MOVE "relatorio de metas" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-MENSAL
               MOVE ws-nr-anomes           TO MET-NR-ANOMES
               MOVE ZEROS                  TO RETURN-CODE
               CALL "RELATORIO-METAS"
                     USING PARAMETROS-RELATORIO-METAS
                           PARAMETROS-IDENTIFICACAO
               CANCEL "RELATORIO-METAS"
               PERFORM VERIFICAR-RETORNO-ETAPA
               PERFORM CONCLUIR-ETAPA-MENSAL
           END-IF.

           IF  ws-ultima-etapa LESS 6
               MOVE 6                      TO ws-etapa-atual
               MOVE "relatorio de positivacao" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-MENSAL
               MOVE ws-nr-anomes           TO PV-NR-ANOMES
               MOVE ZEROS                  TO RETURN-CODE
               CALL "RELATORIO-POSITIVACAO"
                     USING PARAMETROS-POSITIVACAO
                           PARAMETROS-IDENTIFICACAO
               CANCEL "RELATORIO-POSITIVACAO"
               PERFORM VERIFICAR-RETORNO-ETAPA
               PERFORM CONCLUIR-ETAPA-MENSAL
           END-IF.

           IF  ws-ultima-etapa LESS 7
               MOVE 7                      TO ws-etapa-atual
               MOVE "analise de vendas" TO ws-nome-etapa
               PERFORM INICIAR-ETAPA-MENSAL
               MOVE ws-nr-anomes           TO AV-NR-ANOMES
               MOVE ZEROS                  TO RETURN-CODE
               CALL "RELATORIO-ANALISE-VENDAS"
                     USING PARAMETROS-ANALISE-VENDAS
                           PARAMETROS-IDENTIFICACAO
               CANCEL "RELATORIO-ANALISE-VENDAS"
               PERFORM VERIFICAR-RETORNO-ETAPA
               PERFORM CONCLUIR-ETAPA-MENSAL
           END-IF.

           PERFORM LIMPAR-CONTROLE-MENSAL.
           MOVE SPACES                     TO ws-status-texto.
           STRING "OK " ws-nr-anomes
                  DELIMITED BY SIZE INTO ws-status-texto.
           PERFORM GRAVAR-STATUS-MENSAL.
           MOVE SPACES                     TO ws-texto-log.
           STRING "ciclo de " ws-nr-anomes " concluido"
                  DELIMITED BY SIZE INTO ws-texto-log.
           PERFORM GRAVAR-LOG-MENSAL.
           DISPLAY "BATCH-MENSAL: ciclo de " ws-nr-anomes " concluido".
           MOVE ZEROS                      TO RETURN-CODE.
           EXIT PROGRAM.

      ******************************************************************
      * Anomes zerado assume o mes anterior ao atual, o caso normal do
      * job rodando nos primeiros dias do mes seguinte.
      ******************************************************************
       DEFINIR-ANOMES SECTION.
           ACCEPT ws-dt-log FROM DATE YYYYMMDD.
           MOVE ws-dt-log(1:6)             TO ws-nr-anomes-atual.
           IF  BM-NR-ANOMES EQUAL ZEROS
               MOVE ws-dt-log(1:4)         TO ws-ano-trabalho
               MOVE ws-dt-log(5:2)         TO ws-mes-trabalho
               IF  ws-mes-trabalho EQUAL 1
                   SUBTRACT 1            FROM ws-ano-trabalho
                   MOVE 12                 TO ws-mes-trabalho
               ELSE
                   SUBTRACT 1            FROM ws-mes-trabalho
               END-IF
               COMPUTE ws-nr-anomes =
                       (ws-ano-trabalho * 100) + ws-mes-trabalho
           ELSE
               MOVE BM-NR-ANOMES           TO ws-nr-anomes
           END-IF.
           MOVE ws-nr-anomes(1:4)          TO ws-ano-trabalho.
           MOVE ws-nr-anomes(5:2)          TO ws-mes-trabalho.
           IF  ws-mes-trabalho EQUAL 1
               COMPUTE ws-nr-anomes-anterior =
                       ((ws-ano-trabalho - 1) * 100) + 12
           ELSE
               COMPUTE ws-nr-anomes-anterior = ws-nr-anomes - 1
           END-IF.

      ******************************************************************
      * Pre-requisitos conferidos so na partida do ciclo (no reinicio
      * ja passaram): mes anterior fechado - dispensado quando ainda
      * nao ha fechamento algum anterior ao anomes - e o ultimo
      * retorno do faturamento sem divergencia pendente.
      ******************************************************************
       VERIFICAR-PRE-REQUISITOS SECTION.
           MOVE "N"                        TO ws-anterior-fechado-sw.
           MOVE "N"                        TO ws-primeiro-fechamento-sw.
           OPEN INPUT arq-fechamentos.
           IF  NOT ws-fechamentos-ok
               MOVE "S"                    TO ws-primeiro-fechamento-sw
           ELSE
               MOVE ws-nr-anomes-anterior  TO rw-fch-nr-anomes
               READ arq-fechamentos KEY IS rw-fch-nr-anomes
                   INVALID KEY
                       PERFORM VERIFICAR-PRIMEIRO-FECHAMENTO
                   NOT INVALID KEY
                       IF  rw-fch-fechado
                           MOVE "S"    TO ws-anterior-fechado-sw
                       END-IF
               END-READ
               CLOSE arq-fechamentos
           END-IF.
           IF  NOT ws-anterior-fechado
           AND NOT ws-primeiro-fechamento
               DISPLAY "BATCH-MENSAL: mes anterior "
                       ws-nr-anomes-anterior " nao esta fechado"
               MOVE SPACES                 TO ws-status-texto
               STRING "ERRO MES ANTERIOR ABERTO "
                      ws-nr-anomes-anterior
                      DELIMITED BY SIZE INTO ws-status-texto
               PERFORM ENCERRAR-COM-ERRO
           END-IF.

           MOVE ZEROS                      TO ws-qt-divergencias.
           OPEN INPUT relat-retorno-faturamento.
           IF  NOT ws-retorno-ok
               MOVE SPACES                 TO ws-texto-log
               STRING "retorno do faturamento sem relatorio - "
                      "divergencias nao conferidas"
                      DELIMITED BY SIZE INTO ws-texto-log
               PERFORM GRAVAR-LOG-MENSAL
           ELSE
               READ relat-retorno-faturamento
               PERFORM UNTIL NOT ws-retorno-ok
                   IF  rw-relat-divergencia(1:7) EQUAL "PEDIDO "
                       ADD 1               TO ws-qt-divergencias
                   END-IF
                   READ relat-retorno-faturamento
               END-PERFORM
               CLOSE relat-retorno-faturamento
           END-IF.
           IF  ws-qt-divergencias GREATER ZEROS
               DISPLAY "BATCH-MENSAL: " ws-qt-divergencias
                       " divergencias pendentes no retorno do "
                       "faturamento"
               MOVE SPACES                 TO ws-status-texto
               STRING "ERRO DIVERGENCIAS FATURAMENTO "
                      ws-qt-divergencias
                      DELIMITED BY SIZE INTO ws-status-texto
               PERFORM ENCERRAR-COM-ERRO
           END-IF.
           MOVE "pre-requisitos conferidos" TO ws-texto-log.
           PERFORM GRAVAR-LOG-MENSAL.

       VERIFICAR-PRIMEIRO-FECHAMENTO SECTION.
           MOVE "S"                        TO ws-primeiro-fechamento-sw.
           MOVE ZEROS                      TO rw-fch-nr-anomes.
           START arq-fechamentos KEY IS NOT LESS rw-fch-nr-anomes
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-fechamentos NEXT RECORD.
           IF  ws-fechamentos-ok
           AND rw-fch-nr-anomes LESS ws-nr-anomes
               MOVE "N"                    TO ws-primeiro-fechamento-sw
           END-IF.

       VERIFICAR-RETORNO-ETAPA SECTION.
           IF  RETURN-CODE NOT EQUAL ZEROS
               MOVE "S"                    TO ws-etapa-falhou-sw
           END-IF.

       CARREGAR-CONTROLE-MENSAL SECTION.
           MOVE ZEROS                      TO ws-ultima-etapa.
           MOVE ZEROS                      TO ws-nr-anomes-controle.
           OPEN INPUT arq-controle-mensal.
           IF  ws-operacao-ok
               READ arq-controle-mensal
               IF  ws-operacao-ok
                   MOVE rw-ctl-ultima-etapa TO ws-ultima-etapa
                   MOVE rw-ctl-nr-anomes   TO ws-nr-anomes-controle
               END-IF
               CLOSE arq-controle-mensal
           END-IF.

       GRAVAR-CONTROLE-MENSAL SECTION.
           OPEN OUTPUT arq-controle-mensal.
           MOVE ws-nr-anomes               TO rw-ctl-nr-anomes.
           MOVE ws-etapa-atual             TO rw-ctl-ultima-etapa.
           WRITE rw-controle-mensal.
           CLOSE arq-controle-mensal.

       LIMPAR-CONTROLE-MENSAL SECTION.
           OPEN OUTPUT arq-controle-mensal.
           CLOSE arq-controle-mensal.

       INICIAR-ETAPA-MENSAL SECTION.
           MOVE SPACES                     TO ws-status-texto.
           STRING "ERRO ETAPA " ws-etapa-atual " " ws-nr-anomes
                  DELIMITED BY SIZE INTO ws-status-texto.
           PERFORM GRAVAR-STATUS-MENSAL.
           MOVE SPACES                     TO ws-texto-log.
           STRING "iniciando etapa " ws-etapa-atual
                  " - " FUNCTION TRIM(ws-nome-etapa)
                  DELIMITED BY SIZE INTO ws-texto-log.
           PERFORM GRAVAR-LOG-MENSAL.
           DISPLAY "BATCH-MENSAL: etapa " ws-etapa-atual " - "
                   FUNCTION TRIM(ws-nome-etapa).

      ******************************************************************
      * Etapa com falha nao avanca o ponto de reinicio: o status fica
      * com "ERRO ETAPA nn" e a proxima partida repete a etapa.
      ******************************************************************
       CONCLUIR-ETAPA-MENSAL SECTION.
           MOVE SPACES                     TO ws-texto-log.
           IF  ws-etapa-falhou
               STRING "etapa " ws-etapa-atual " falhou - "
                      FUNCTION TRIM(ws-nome-etapa)
                      " - ciclo interrompido"
                      DELIMITED BY SIZE INTO ws-texto-log
               PERFORM GRAVAR-LOG-MENSAL
               DISPLAY "BATCH-MENSAL: etapa " ws-etapa-atual
                       " falhou - ciclo interrompido"
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           PERFORM GRAVAR-CONTROLE-MENSAL.
           STRING "etapa " ws-etapa-atual
                  " concluida - " FUNCTION TRIM(ws-nome-etapa)
                  DELIMITED BY SIZE INTO ws-texto-log.
           PERFORM GRAVAR-LOG-MENSAL.

       ENCERRAR-COM-ERRO SECTION.
           PERFORM GRAVAR-STATUS-MENSAL.
           MOVE ws-status-texto            TO ws-texto-log.
           PERFORM GRAVAR-LOG-MENSAL.
           MOVE 8                          TO RETURN-CODE.
           EXIT PROGRAM.

       GRAVAR-LOG-MENSAL SECTION.
           ACCEPT ws-dt-log FROM DATE YYYYMMDD.
           ACCEPT ws-hr-log FROM TIME.
           OPEN EXTEND arq-log-mensal.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-log-mensal
           END-IF.
           MOVE SPACES                     TO rw-log-mensal.
           STRING ws-dt-log " " ws-hr-log(1:6)
                  " BATCH-MENSAL " FUNCTION TRIM(ws-texto-log)
                  DELIMITED BY SIZE INTO rw-log-mensal.
           WRITE rw-log-mensal.
           CLOSE arq-log-mensal.

       GRAVAR-STATUS-MENSAL SECTION.
           OPEN OUTPUT arq-status-mensal.
           MOVE SPACES                     TO rw-status-mensal.
           MOVE ws-status-texto            TO rw-status-mensal.
           WRITE rw-status-mensal.
           CLOSE arq-status-mensal.
       END PROGRAM BATCH-MENSAL.
