      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Arquivamento anual das trilhas texto que so crescem
      *          (auditclientes.txt, auditvendedores.txt,
      *          auditpedidos.txt, histclientes.txt,
      *          visitasRealizadas.txt e batchNoturno.log). Linhas com
      *          data alem da retencao de cada trilha (parametros
      *          RETENCAO-AUDITCLI, RETENCAO-AUDITVND,
      *          RETENCAO-AUDITPED, RETENCAO-HISTCLI, RETENCAO-VISITAS
      *          e RETENCAO-LOGBATCH, em dias, padrao 365) vao para o
      *          arquivo do ano da linha (ex.: auditclientes2025.txt)
      *          e saem da trilha viva. O corte e sempre por data
      *          inteira e nunca volta para tras de um dia ja
      *          arquivado, de modo que um dia nunca fica dividido
      *          entre arquivos. Linha sem data propria (layout antigo
      *          ou continuacao) acompanha a linha datada anterior.
      *          Cada trilha/ano fica registrado em
      *          arquivamentoTrilhas.dat com quantidade de linhas e
      *          faixa de datas, que a CONSULTA-AUDITORIA usa para
      *          incluir os arquivos anuais quando pedido. Rodar com o
      *          sistema parado, fora do expediente e do ciclo noturno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVAMENTO-TRILHAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-trilha ASSIGN TO ws-nm-trilha
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-trilha.

           SELECT arq-trilha-trabalho ASSIGN TO "wrktrilhas.tmp"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-trabalho.

           SELECT arq-anual ASSIGN TO ws-nm-anual
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-anual.

           SELECT arq-controle ASSIGN TO DISK "arquivamentoTrilhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-atr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-trilha.
           01  rw-trilha                   PIC x(300).

           FD arq-trilha-trabalho.
           01  rw-trilha-trabalho          PIC x(300).

           FD arq-anual.
           01  rw-anual                    PIC x(300).

           FD arq-controle.
           01  rw-atr-registro.
               03 rw-atr-chave.
                  05 rw-atr-nm-trilha      PIC x(030).
                  05 rw-atr-nr-ano         PIC 9(004).
               03 rw-atr-nm-arquivo-anual  PIC x(030).
               03 rw-atr-qt-linhas         PIC 9(009).
               03 rw-atr-dt-inicial        PIC 9(008).
               03 rw-atr-dt-final          PIC 9(008).
               03 rw-atr-dt-execucao       PIC 9(008).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-trilha      PIC x(02).
                  88 ws-trilha-ok              VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-anual       PIC x(02).
                  88 ws-anual-ok               VALUE "00", "02".

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

      ******************************************************************
      * Trilha em processamento. Tipo da data: "A" linha comecando com
      * "DATA aaaammdd" (auditorias e historico de clientes), "L" log
      * com aaaammdd na coluna 1, "V" visita com a data no segundo
      * campo separado por ";".
      ******************************************************************
           01  ws-campos-trilha.
               03 ws-idx-trilha            PIC 9(001) VALUE ZEROS.
               03 ws-nm-trilha             PIC x(030) VALUE SPACES.
               03 ws-prefixo-anual         PIC x(020) VALUE SPACES.
               03 ws-extensao-anual        PIC x(004) VALUE SPACES.
               03 ws-tp-data               PIC x(001) VALUE SPACES.
               03 ws-cd-parametro          PIC x(020) VALUE SPACES.
               03 ws-nm-anual              PIC x(030) VALUE SPACES.
               03 ws-ano-aberto            PIC 9(004) VALUE ZEROS.
               03 ws-anual-aberto-sw       PIC x(001) VALUE "N".
                  88 ws-anual-aberto           VALUE "S".

           01  ws-campos-corte.
               03 ws-dias-retencao         PIC 9(004) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-dt-corte              PIC 9(008) VALUE ZEROS.
               03 ws-dt-ultimo-arquivado   PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-corte      PIC 9(008) VALUE ZEROS.

           01  ws-campos-linha.
               03 ws-dt-linha              PIC 9(008) VALUE ZEROS.
               03 ws-dt-efetiva            PIC 9(008) VALUE ZEROS.
               03 ws-dt-primeira           PIC 9(008) VALUE ZEROS.
               03 ws-ano-linha             PIC 9(004) VALUE ZEROS.
               03 ws-campo-visita-1        PIC x(020) VALUE SPACES.
               03 ws-campo-visita-2        PIC x(020) VALUE SPACES.

      ******************************************************************
      * Totais por ano arquivado na execucao, levados ao controle no
      * fim de cada trilha.
      ******************************************************************
           01  ws-tabela-anos.
               03 ws-qt-anos               PIC 9(002) VALUE ZEROS.
               03 ws-idx-ano               PIC 9(002) VALUE ZEROS.
               03 ws-tab-ano OCCURS 30 TIMES.
                  05 ws-ta-nr-ano          PIC 9(004).
                  05 ws-ta-qt-linhas       PIC 9(009).
                  05 ws-ta-dt-inicial      PIC 9(008).
                  05 ws-ta-dt-final        PIC 9(008).

           01  WS-CONTADORES.
               03 WS-CT-ARQUIVADAS         PIC 9(009) VALUE ZEROS.
               03 WS-CT-MANTIDAS           PIC 9(009) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           OPEN I-O arq-controle.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-controle
               CLOSE arq-controle
               OPEN I-O arq-controle
           END-IF.
           PERFORM VARYING ws-idx-trilha FROM 1 BY 1
                     UNTIL ws-idx-trilha > 6
               PERFORM DEFINIR-TRILHA
               PERFORM ARQUIVAR-TRILHA
           END-PERFORM.
           CLOSE arq-controle.
           EXIT PROGRAM.

       DEFINIR-TRILHA SECTION.
           EVALUATE ws-idx-trilha
               WHEN 1
                   MOVE "auditclientes.txt"   TO ws-nm-trilha
                   MOVE "auditclientes"       TO ws-prefixo-anual
                   MOVE ".txt"                TO ws-extensao-anual
                   MOVE "A"                   TO ws-tp-data
                   MOVE "RETENCAO-AUDITCLI"   TO ws-cd-parametro
               WHEN 2
                   MOVE "auditvendedores.txt" TO ws-nm-trilha
                   MOVE "auditvendedores"     TO ws-prefixo-anual
                   MOVE ".txt"                TO ws-extensao-anual
                   MOVE "A"                   TO ws-tp-data
                   MOVE "RETENCAO-AUDITVND"   TO ws-cd-parametro
               WHEN 3
                   MOVE "auditpedidos.txt"    TO ws-nm-trilha
                   MOVE "auditpedidos"        TO ws-prefixo-anual
                   MOVE ".txt"                TO ws-extensao-anual
                   MOVE "A"                   TO ws-tp-data
                   MOVE "RETENCAO-AUDITPED"   TO ws-cd-parametro
               WHEN 4
                   MOVE "histclientes.txt"    TO ws-nm-trilha
                   MOVE "histclientes"        TO ws-prefixo-anual
                   MOVE ".txt"                TO ws-extensao-anual
                   MOVE "A"                   TO ws-tp-data
                   MOVE "RETENCAO-HISTCLI"    TO ws-cd-parametro
               WHEN 5
                   MOVE "visitasRealizadas.txt" TO ws-nm-trilha
                   MOVE "visitasRealizadas"   TO ws-prefixo-anual
                   MOVE ".txt"                TO ws-extensao-anual
                   MOVE "V"                   TO ws-tp-data
                   MOVE "RETENCAO-VISITAS"    TO ws-cd-parametro
               WHEN OTHER
                   MOVE "batchNoturno.log"    TO ws-nm-trilha
                   MOVE "batchNoturno"        TO ws-prefixo-anual
                   MOVE ".log"                TO ws-extensao-anual
                   MOVE "L"                   TO ws-tp-data
                   MOVE "RETENCAO-LOGBATCH"   TO ws-cd-parametro
           END-EVALUATE.

       ARQUIVAR-TRILHA SECTION.
           MOVE ZEROS                      TO WS-CT-ARQUIVADAS.
           MOVE ZEROS                      TO WS-CT-MANTIDAS.
           MOVE ZEROS                      TO ws-qt-anos.
           PERFORM DEFINIR-DATA-CORTE.
           PERFORM LOCALIZAR-PRIMEIRA-DATA.
           IF  ws-dt-primeira EQUAL ZEROS
               DISPLAY "ARQUIVAMENTO-TRILHAS: "
                       FUNCTION TRIM(ws-nm-trilha)
                       " ausente ou sem linhas datadas"
               EXIT SECTION
           END-IF.
           IF  ws-dt-primeira NOT LESS ws-dt-corte
               DISPLAY "ARQUIVAMENTO-TRILHAS: "
                       FUNCTION TRIM(ws-nm-trilha)
                       " sem linhas anteriores a " ws-dt-corte
               EXIT SECTION
           END-IF.
           PERFORM SEPARAR-LINHAS.
           IF  WS-CT-ARQUIVADAS GREATER ZEROS
               PERFORM DEVOLVER-TRILHA-VIVA
               PERFORM ATUALIZAR-CONTROLE
           END-IF.
           DISPLAY "ARQUIVAMENTO-TRILHAS: " FUNCTION TRIM(ws-nm-trilha)
                   " " WS-CT-ARQUIVADAS " linhas arquivadas, "
                   WS-CT-MANTIDAS " mantidas (corte " ws-dt-corte ")".

      ******************************************************************
      * Corte = hoje menos a retencao da trilha. Se um dia igual ou
      * posterior ja foi arquivado antes (retencao aumentada depois),
      * o corte avanca para o dia seguinte ao ultimo arquivado: as
      * linhas desse dia continuam indo para o arquivo anual.
      ******************************************************************
       DEFINIR-DATA-CORTE SECTION.
           MOVE 365                        TO ws-dias-retencao.
           MOVE ws-cd-parametro            TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-dias-retencao
           END-IF.
           COMPUTE ws-nr-inteiro-corte =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje)
                 - ws-dias-retencao.
           COMPUTE ws-dt-corte =
                   FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-corte).

           MOVE ZEROS                      TO ws-dt-ultimo-arquivado.
           MOVE ws-nm-trilha               TO rw-atr-nm-trilha.
           MOVE ZEROS                      TO rw-atr-nr-ano.
           START arq-controle KEY IS NOT LESS rw-atr-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-controle NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-atr-nm-trilha NOT EQUAL ws-nm-trilha
               IF  rw-atr-dt-final GREATER ws-dt-ultimo-arquivado
                   MOVE rw-atr-dt-final    TO ws-dt-ultimo-arquivado
               END-IF
               READ arq-controle NEXT RECORD
           END-PERFORM.
           IF  ws-dt-ultimo-arquivado NOT LESS ws-dt-corte
               COMPUTE ws-nr-inteiro-corte =
                       FUNCTION INTEGER-OF-DATE(ws-dt-ultimo-arquivado)
                     + 1
               COMPUTE ws-dt-corte =
                       FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-corte)
           END-IF.

      ******************************************************************
      * Primeira data da trilha: as linhas sem data do inicio (layout
      * antigo) sao tratadas como desse dia.
      ******************************************************************
       LOCALIZAR-PRIMEIRA-DATA SECTION.
           MOVE ZEROS                      TO ws-dt-primeira.
           OPEN INPUT arq-trilha.
           IF  NOT ws-trilha-ok
               EXIT SECTION
           END-IF.
           READ arq-trilha.
           PERFORM UNTIL NOT ws-trilha-ok
                      OR ws-dt-primeira NOT EQUAL ZEROS
               PERFORM EXTRAIR-DATA-LINHA
               MOVE ws-dt-linha            TO ws-dt-primeira
               READ arq-trilha
           END-PERFORM.
           CLOSE arq-trilha.

       SEPARAR-LINHAS SECTION.
           MOVE "N"                        TO ws-anual-aberto-sw.
           MOVE ws-dt-primeira             TO ws-dt-efetiva.
           OPEN INPUT arq-trilha.
           OPEN OUTPUT arq-trilha-trabalho.
           READ arq-trilha.
           PERFORM UNTIL NOT ws-trilha-ok
               PERFORM EXTRAIR-DATA-LINHA
               IF  ws-dt-linha NOT EQUAL ZEROS
                   MOVE ws-dt-linha        TO ws-dt-efetiva
               END-IF
               IF  ws-dt-efetiva LESS ws-dt-corte
                   PERFORM GRAVAR-LINHA-ANUAL
               ELSE
                   MOVE rw-trilha          TO rw-trilha-trabalho
                   WRITE rw-trilha-trabalho
                   ADD 1                   TO WS-CT-MANTIDAS
               END-IF
               READ arq-trilha
           END-PERFORM.
           CLOSE arq-trilha.
           CLOSE arq-trilha-trabalho.
           IF  ws-anual-aberto
               CLOSE arq-anual
           END-IF.

       EXTRAIR-DATA-LINHA SECTION.
           MOVE ZEROS                      TO ws-dt-linha.
           EVALUATE ws-tp-data
               WHEN "A"
                   IF  rw-trilha(1:5) EQUAL "DATA "
                   AND rw-trilha(6:8) NUMERIC
                       MOVE rw-trilha(6:8) TO ws-dt-linha
                   END-IF
               WHEN "L"
                   IF  rw-trilha(1:8) NUMERIC
                   AND rw-trilha(9:1) EQUAL SPACE
                       MOVE rw-trilha(1:8) TO ws-dt-linha
                   END-IF
               WHEN "V"
                   MOVE SPACES             TO ws-campo-visita-1
                   MOVE SPACES             TO ws-campo-visita-2
                   UNSTRING rw-trilha DELIMITED BY ";"
                       INTO ws-campo-visita-1 ws-campo-visita-2
                   IF  ws-campo-visita-2(1:8) NUMERIC
                       MOVE ws-campo-visita-2(1:8) TO ws-dt-linha
                   END-IF
           END-EVALUATE.
           IF  ws-dt-linha LESS 19000101
               MOVE ZEROS                  TO ws-dt-linha
           END-IF.

      ******************************************************************
      * Cada linha vai para o arquivo do ano da sua data efetiva; o
      * arquivo anual e aberto em EXTEND para as execucoes seguintes
      * continuarem o mesmo ano.
      ******************************************************************
       GRAVAR-LINHA-ANUAL SECTION.
           MOVE ws-dt-efetiva(1:4)         TO ws-ano-linha.
           IF  NOT ws-anual-aberto
           OR  ws-ano-linha NOT EQUAL ws-ano-aberto
               IF  ws-anual-aberto
                   CLOSE arq-anual
               END-IF
               MOVE SPACES                 TO ws-nm-anual
               STRING FUNCTION TRIM(ws-prefixo-anual) ws-ano-linha
                      FUNCTION TRIM(ws-extensao-anual)
                      DELIMITED BY SIZE INTO ws-nm-anual
               OPEN EXTEND arq-anual
               IF  NOT ws-anual-ok
                   OPEN OUTPUT arq-anual
               END-IF
               MOVE ws-ano-linha           TO ws-ano-aberto
               MOVE "S"                    TO ws-anual-aberto-sw
           END-IF.
           MOVE rw-trilha                  TO rw-anual.
           WRITE rw-anual.
           ADD 1                           TO WS-CT-ARQUIVADAS.
           PERFORM ACUMULAR-ANO.

       ACUMULAR-ANO SECTION.
           PERFORM VARYING ws-idx-ano FROM 1 BY 1
                     UNTIL ws-idx-ano GREATER ws-qt-anos
                        OR ws-ta-nr-ano(ws-idx-ano) EQUAL ws-ano-linha
               CONTINUE
           END-PERFORM.
           IF  ws-idx-ano GREATER ws-qt-anos
               IF  ws-qt-anos NOT LESS 30
                   EXIT SECTION
               END-IF
               ADD 1                       TO ws-qt-anos
               MOVE ws-qt-anos             TO ws-idx-ano
               MOVE ws-ano-linha           TO ws-ta-nr-ano(ws-idx-ano)
               MOVE ZEROS              TO ws-ta-qt-linhas(ws-idx-ano)
               MOVE ws-dt-efetiva      TO ws-ta-dt-inicial(ws-idx-ano)
               MOVE ws-dt-efetiva      TO ws-ta-dt-final(ws-idx-ano)
           END-IF.
           ADD 1                       TO ws-ta-qt-linhas(ws-idx-ano).
           IF  ws-dt-efetiva LESS ws-ta-dt-inicial(ws-idx-ano)
               MOVE ws-dt-efetiva      TO ws-ta-dt-inicial(ws-idx-ano)
           END-IF.
           IF  ws-dt-efetiva GREATER ws-ta-dt-final(ws-idx-ano)
               MOVE ws-dt-efetiva      TO ws-ta-dt-final(ws-idx-ano)
           END-IF.

      ******************************************************************
      * A trilha viva passa a ter so as linhas mantidas.
      ******************************************************************
       DEVOLVER-TRILHA-VIVA SECTION.
           OPEN INPUT arq-trilha-trabalho.
           OPEN OUTPUT arq-trilha.
           READ arq-trilha-trabalho.
           PERFORM UNTIL NOT ws-trabalho-ok
               MOVE rw-trilha-trabalho     TO rw-trilha
               WRITE rw-trilha
               READ arq-trilha-trabalho
           END-PERFORM.
           CLOSE arq-trilha-trabalho.
           CLOSE arq-trilha.

       ATUALIZAR-CONTROLE SECTION.
           PERFORM VARYING ws-idx-ano FROM 1 BY 1
                     UNTIL ws-idx-ano GREATER ws-qt-anos
               MOVE ws-nm-trilha           TO rw-atr-nm-trilha
               MOVE ws-ta-nr-ano(ws-idx-ano) TO rw-atr-nr-ano
               READ arq-controle KEY IS rw-atr-chave
                   INVALID KEY
                       PERFORM INCLUIR-CONTROLE-ANO
                   NOT INVALID KEY
                       PERFORM SOMAR-CONTROLE-ANO
               END-READ
           END-PERFORM.

       INCLUIR-CONTROLE-ANO SECTION.
           MOVE SPACES                     TO rw-atr-nm-arquivo-anual.
           STRING FUNCTION TRIM(ws-prefixo-anual)
                  ws-ta-nr-ano(ws-idx-ano)
                  FUNCTION TRIM(ws-extensao-anual)
                  DELIMITED BY SIZE INTO rw-atr-nm-arquivo-anual.
           MOVE ws-ta-qt-linhas(ws-idx-ano) TO rw-atr-qt-linhas.
           MOVE ws-ta-dt-inicial(ws-idx-ano) TO rw-atr-dt-inicial.
           MOVE ws-ta-dt-final(ws-idx-ano) TO rw-atr-dt-final.
           MOVE ws-dt-hoje                 TO rw-atr-dt-execucao.
           WRITE rw-atr-registro.

       SOMAR-CONTROLE-ANO SECTION.
           ADD ws-ta-qt-linhas(ws-idx-ano) TO rw-atr-qt-linhas.
           IF  ws-ta-dt-inicial(ws-idx-ano) LESS rw-atr-dt-inicial
               MOVE ws-ta-dt-inicial(ws-idx-ano) TO rw-atr-dt-inicial
           END-IF.
           IF  ws-ta-dt-final(ws-idx-ano) GREATER rw-atr-dt-final
               MOVE ws-ta-dt-final(ws-idx-ano) TO rw-atr-dt-final
           END-IF.
           MOVE ws-dt-hoje                 TO rw-atr-dt-execucao.
           REWRITE rw-atr-registro.
       END PROGRAM ARQUIVAMENTO-TRILHAS.
