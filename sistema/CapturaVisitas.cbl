      * Author: Adriana Pereira
      * Date: 22/08/2026
      * Purpose: Importacao do resultado das visitas de um vendedor e
      *          relatorio de rota planejada x realizada. O dia
      *          capturado fica em kmRotas.dat com o km planejado da
      *          rota (resumoRotas.txt) e as paradas planejadas e
      *          realizadas, base do reembolso de quilometragem.
      *          As linhas PES do resultado (pesquisa de gondola por
      *          produto nos clientes visitados) vao para
      *          pesquisaGondola.dat. Os horarios de entrada e saida
      *          no cliente (check-in/check-out) informados pelo
      *          coletor ficam no historico histVisitas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-hist.

           SELECT arq-resumo-rotas ASSIGN TO "resumoRotas.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-resumo.

           SELECT arq-km-rotas ASSIGN TO DISK "kmRotas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-kmr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-km.

           SELECT arq-pesquisa ASSIGN TO DISK "pesquisaGondola.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pg-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pesquisa.

       DATA DIVISION.
       FILE SECTION.
           FD arq-rota.
               03 rw-hv-cd-cliente         PIC 9(007).
               03 rw-hv-st-visitado        PIC x(001).
               03 rw-hv-cd-motivo          PIC x(003).
               03 rw-hv-hr-checkin         PIC 9(004).
               03 rw-hv-hr-checkout        PIC 9(004).

           FD arq-resumo-rotas.
           01  rw-resumo-rota.
               03 rw-rs-cd-vendedor          PIC 9(003).
               03 rw-rs-dia                  PIC 9(002).
               03 rw-rs-paradas              PIC 9(004).
               03 rw-rs-km                   PIC 9(006)v9(004).

      ******************************************************************
      * Dia trabalhado por vendedor: km planejado da rota do dia e
      * paradas planejadas x realizadas, lido pelo
      * CALCULO-REEMBOLSO-KM no fechamento do mes.
      ******************************************************************
           FD arq-km-rotas.
           01  rw-kmr-registro.
               03 rw-kmr-chave.
                  05 rw-kmr-cd-vendedor    PIC 9(003).
                  05 rw-kmr-dt-visita      PIC 9(008).
               03 rw-kmr-nr-dia            PIC 9(002).
               03 rw-kmr-qt-planejadas     PIC 9(004).
               03 rw-kmr-qt-realizadas     PIC 9(004).
               03 rw-kmr-qt-km-planejado   PIC 9(006)v9(004).

      ******************************************************************
      * Pesquisa de gondola feita na visita, por cliente, produto e
      * data: frentes do nosso produto na gondola, ruptura (produto
      * em falta) e preco de prateleira do concorrente equivalente.
      ******************************************************************
           FD arq-pesquisa.
           01  rw-pg-registro.
               03 rw-pg-chave.
                  05 rw-pg-cd-cliente      PIC 9(007).
                  05 rw-pg-cd-produto      PIC 9(007).
                  05 rw-pg-dt-pesquisa     PIC 9(008).
               03 rw-pg-cd-vendedor        PIC 9(003).
               03 rw-pg-qt-frentes         PIC 9(003).
               03 rw-pg-st-ruptura         PIC x(001).
                  88 rw-pg-ruptura             VALUE "S".
               03 rw-pg-vl-preco-concorr   PIC 9(007)v9(002).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-comodatos   PIC x(02).
                  88 ws-comodatos-ok           VALUE "00", "02".
               03 ws-resultado-resumo      PIC x(02).
                  88 ws-resumo-ok              VALUE "00", "02".
               03 ws-resultado-km          PIC x(02).
                  88 ws-km-ok                  VALUE "00", "02".
               03 ws-resultado-pesquisa    PIC x(02).
                  88 ws-pesquisa-ok            VALUE "00", "02".

           01  ws-nome-arquivo-rota        PIC x(030) VALUE SPACES.
           01  ws-nome-arquivo-resultado   PIC x(030) VALUE SPACES.
      * a coordenada capturada pelo coletor:
      * SEQ;VISITADO;MOTIVO;LATITUDE;LONGITUDE (as duas ultimas
      * colunas podem vir vazias nos coletores antigos).
      * Depois da condicao do comodato vem a hora de entrada e a de
      * saida no cliente (HHMM): ...;CONDICAO;CHECKIN;CHECKOUT; hora
      * vazia ou invalida fica zerada no historico.
      ******************************************************************
           01  ws-campos-resultado.
               03 ws-rs-seq-str            PIC x(004).
               03 ws-rs-long-str           PIC x(014).
      *        condicao do comodato vista na visita (B/D/F, opcional)
               03 ws-rs-condicao-str       PIC x(001).
               03 ws-rs-checkin-str        PIC x(004).
               03 ws-rs-checkout-str       PIC x(004).
               03 ws-rs-seq                PIC 9(004) VALUE ZEROS.
               03 ws-rs-hr-checkin         PIC 9(004) VALUE ZEROS.
               03 ws-rs-hr-checkout        PIC 9(004) VALUE ZEROS.
               03 ws-rs-latitude           PIC s9(003)v9(008)
                                            VALUE ZEROS.
               03 ws-rs-longitude          PIC s9(003)v9(008)
                                            VALUE ZEROS.

      ******************************************************************
      * Secao opcional de pesquisa de gondola: depois da linha da
      * visita, uma linha por produto pesquisado:
      * PES;SEQ;PRODUTO;FRENTES;RUPTURA(S/N);PRECO-CONCORRENTE
      * A captura das visitas salta essas linhas; elas sao lidas numa
      * segunda passada, casando o SEQ com a parada visitada.
      ******************************************************************
           01  ws-campos-pesquisa.
               03 ws-pq-tipo-str           PIC x(003).
               03 ws-pq-seq-str            PIC x(004).
               03 ws-pq-produto-str        PIC x(007).
               03 ws-pq-frentes-str        PIC x(003).
               03 ws-pq-ruptura-str        PIC x(001).
               03 ws-pq-preco-str          PIC x(012).
               03 ws-pq-seq                PIC 9(004) VALUE ZEROS.
               03 ws-pq-cd-cliente         PIC 9(007) VALUE ZEROS.

           01  ws-tabela-paradas.
               03 ws-qt-paradas-tab        PIC 9(004) VALUE ZEROS.
               03 ws-ix-parada             PIC 9(004) VALUE ZEROS.
               03 ws-tab-parada OCCURS 500 TIMES.
                  05 ws-tp-seq             PIC 9(004).
                  05 ws-tp-cd-cliente      PIC 9(007).
                  05 ws-tp-visitado        PIC x(001).

           01  ws-nome-suspeitas           PIC x(030) VALUE SPACES.
           01  ws-limite-geo-metros        PIC 9(006) VALUE 500.
           01  ws-distancia-metros         PIC 9(009) VALUE ZEROS.
           01  ws-comodatos-abertos-sw     PIC x(001) VALUE "N".
               88 ws-comodatos-abertos         VALUE "S".
           01  ws-condicao-visita          PIC x(001) VALUE SPACES.
           01  ws-horario-visita.
               03 ws-hor-hh                PIC 9(002).
               03 ws-hor-mm                PIC 9(002).
           01  ws-horario-visita-num REDEFINES ws-horario-visita
                                           PIC 9(004).
           01  ws-nr-dia-resumo            PIC 9(002) VALUE ZEROS.

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               03 WS-CT-REALIZADAS         PIC  9(06) VALUE ZEROS.
               03 WS-CT-PERCENTUAL         PIC  9(03) VALUE ZEROS.
               03 WS-CT-SUSPEITAS          PIC  9(06) VALUE ZEROS.
               03 WS-CT-PESQUISAS          PIC  9(06) VALUE ZEROS.
               03 WS-CT-PESQUISAS-IGN      PIC  9(06) VALUE ZEROS.

           01  WR-CAB1.
               03 FILLER                   PIC X(020) VALUE " ".
               PERFORM LER-PROXIMO-RESULTADO
               PERFORM PROCESSAR-PARADAS UNTIL ws-fim-rota
               PERFORM IMPRIMIR-RODAPE
               PERFORM REGISTRAR-KM-DIA
               PERFORM CAPTURAR-PESQUISA-GONDOLA
           END-IF.
           PERFORM FECHAR-ARQUIVOS.
           EXIT PROGRAM.
           END-IF.

       LER-PROXIMO-RESULTADO SECTION.
           PERFORM LER-LINHA-RESULTADO.
           PERFORM LER-LINHA-RESULTADO
                   UNTIL ws-fim-resultado
                      OR rw-resultado(1:4) NOT EQUAL "PES;".
           IF  NOT ws-fim-resultado
               MOVE SPACES TO ws-rs-lat-str ws-rs-long-str
               MOVE SPACES TO ws-rs-condicao-str
               MOVE SPACES TO ws-rs-checkin-str ws-rs-checkout-str
               UNSTRING rw-resultado DELIMITED BY ";"
                                    INTO ws-rs-seq-str
                                         ws-rs-visitado-str
                                         ws-rs-motivo-str
                                         ws-rs-lat-str
                                         ws-rs-long-str
                                         ws-rs-condicao-str
                                         ws-rs-checkin-str
                                         ws-rs-checkout-str
               MOVE FUNCTION NUMVAL(ws-rs-seq-str) TO ws-rs-seq
               IF  ws-rs-lat-str EQUAL SPACES
                   MOVE ZEROS          TO ws-rs-latitude
               ELSE
                   MOVE FUNCTION NUMVAL(ws-rs-lat-str)
                                       TO ws-rs-latitude
               END-IF
               IF  ws-rs-long-str EQUAL SPACES
                   MOVE ZEROS          TO ws-rs-longitude
               ELSE
                   MOVE FUNCTION NUMVAL(ws-rs-long-str)
                                       TO ws-rs-longitude
               END-IF
               MOVE ws-rs-checkin-str  TO ws-horario-visita
               PERFORM VALIDAR-HORARIO-VISITA
               MOVE ws-horario-visita-num TO ws-rs-hr-checkin
               MOVE ws-rs-checkout-str TO ws-horario-visita
               PERFORM VALIDAR-HORARIO-VISITA
               MOVE ws-horario-visita-num TO ws-rs-hr-checkout
           END-IF.

      ******************************************************************
      * Hora HHMM do coletor: fora de 0000-2359, ou nao numerica, vale
      * zero (sem horario).
      ******************************************************************
       VALIDAR-HORARIO-VISITA SECTION.
           IF  ws-horario-visita NOT NUMERIC
               MOVE ZEROS                  TO ws-horario-visita-num
               EXIT SECTION
           END-IF.
           IF  ws-hor-hh GREATER 23
           OR  ws-hor-mm GREATER 59
               MOVE ZEROS                  TO ws-horario-visita-num
           END-IF.

       LER-LINHA-RESULTADO SECTION.
           READ arq-resultado
               AT END
                   MOVE "S"                TO ws-fim-resultado-sw
           END-READ.

       PROCESSAR-PARADAS SECTION.
           ELSE
               MOVE "N"                     TO WR-DT-VISITADO
               MOVE "SRT"                   TO WR-DT-MOTIVO
               MOVE ZEROS                   TO ws-rs-hr-checkin
               MOVE ZEROS                   TO ws-rs-hr-checkout
           END-IF.
      *    visita nao realizada sem motivo informado entra como "NI"
      *    para o relatorio mensal de motivos nao perder a falta
               PERFORM VERIFICAR-GEO-VISITA
               PERFORM ATUALIZAR-CONDICAO-COMODATO
           END-IF.
           IF  ws-qt-paradas-tab LESS 500
               ADD 1                       TO ws-qt-paradas-tab
               MOVE ws-qt-paradas-tab      TO ws-ix-parada
               MOVE ws-rt-seq              TO ws-tp-seq(ws-ix-parada)
               MOVE ws-rt-cd-cliente  TO ws-tp-cd-cliente(ws-ix-parada)
               MOVE WR-DT-VISITADO    TO ws-tp-visitado(ws-ix-parada)
           END-IF.
           MOVE ws-rt-seq                  TO WR-DT-SEQ.
           MOVE ws-rt-cd-cliente           TO WR-DT-CD-CLIENTE.
           MOVE SPACES                     TO rw-relat-visitas.
           MOVE ws-rt-cd-cliente           TO rw-hv-cd-cliente.
           MOVE WR-DT-VISITADO             TO rw-hv-st-visitado.
           MOVE WR-DT-MOTIVO               TO rw-hv-cd-motivo.
           IF  WR-DT-VISITADO EQUAL "S"
               MOVE ws-rs-hr-checkin       TO rw-hv-hr-checkin
               MOVE ws-rs-hr-checkout      TO rw-hv-hr-checkout
           ELSE
               MOVE ZEROS                  TO rw-hv-hr-checkin
               MOVE ZEROS                  TO rw-hv-hr-checkout
           END-IF.
           WRITE rw-hv-registro.
           IF  ws-resultado-hist EQUAL "22"
               REWRITE rw-hv-registro
                       " visitas suspeitas em " ws-nome-suspeitas
           END-IF.

      ******************************************************************
      * Registra o dia capturado para o reembolso de quilometragem:
      * o km planejado vem do resumo da roteirizacao (dia informado,
      * ou dia 1 na captura sem dia); rota sem resumo fica com km
      * zero. Recaptura do mesmo vendedor/data regrava o registro.
      ******************************************************************
       REGISTRAR-KM-DIA SECTION.
           IF  CV-NR-DIA EQUAL ZEROS
               MOVE 1                      TO ws-nr-dia-resumo
           ELSE
               MOVE CV-NR-DIA              TO ws-nr-dia-resumo
           END-IF.
           INITIALIZE                      rw-kmr-registro.
           MOVE CV-CD-VENDEDOR             TO rw-kmr-cd-vendedor.
           MOVE CV-DT-VISITA               TO rw-kmr-dt-visita.
           MOVE ws-nr-dia-resumo           TO rw-kmr-nr-dia.
           MOVE WS-CT-PLANEJADAS           TO rw-kmr-qt-planejadas.
           MOVE WS-CT-REALIZADAS           TO rw-kmr-qt-realizadas.
           OPEN INPUT arq-resumo-rotas.
           IF  ws-resumo-ok
               READ arq-resumo-rotas
               PERFORM UNTIL NOT ws-resumo-ok
                   IF  rw-rs-cd-vendedor EQUAL CV-CD-VENDEDOR
                   AND rw-rs-dia EQUAL ws-nr-dia-resumo
                       MOVE rw-rs-km       TO rw-kmr-qt-km-planejado
                   END-IF
                   READ arq-resumo-rotas
               END-PERFORM
               CLOSE arq-resumo-rotas
           END-IF.
           OPEN I-O arq-km-rotas.
           IF  NOT ws-km-ok
               OPEN OUTPUT arq-km-rotas
               CLOSE arq-km-rotas
               OPEN I-O arq-km-rotas
           END-IF.
           WRITE rw-kmr-registro.
           IF  ws-resultado-km EQUAL "22"
               REWRITE rw-kmr-registro
           END-IF.
           CLOSE arq-km-rotas.

      ******************************************************************
      * Segunda passada no resultado: cada linha PES de uma parada
      * visitada grava (ou regrava, na recaptura) a pesquisa do
      * cliente/produto na data da visita. Linha de parada nao
      * visitada, fora da rota ou sem produto e ignorada.
      ******************************************************************
       CAPTURAR-PESQUISA-GONDOLA SECTION.
           CLOSE arq-resultado.
           OPEN INPUT arq-resultado.
           IF  NOT ws-resultado-ok
               EXIT SECTION
           END-IF.
           MOVE "N"                        TO ws-fim-resultado-sw.
           PERFORM LER-LINHA-RESULTADO.
           PERFORM UNTIL ws-fim-resultado
               IF  rw-resultado(1:4) EQUAL "PES;"
                   PERFORM GRAVAR-PESQUISA-GONDOLA
               END-IF
               PERFORM LER-LINHA-RESULTADO
           END-PERFORM.
           IF  WS-CT-PESQUISAS GREATER ZEROS
           OR  WS-CT-PESQUISAS-IGN GREATER ZEROS
               CLOSE arq-pesquisa
               DISPLAY "CAPTURA-VISITAS: " WS-CT-PESQUISAS
                       " itens de pesquisa de gondola gravados, "
                       WS-CT-PESQUISAS-IGN " ignorados"
           END-IF.

       GRAVAR-PESQUISA-GONDOLA SECTION.
           MOVE SPACES                     TO ws-campos-pesquisa.
           UNSTRING rw-resultado DELIMITED BY ";"
                                INTO ws-pq-tipo-str
                                     ws-pq-seq-str
                                     ws-pq-produto-str
                                     ws-pq-frentes-str
                                     ws-pq-ruptura-str
                                     ws-pq-preco-str.
           MOVE FUNCTION NUMVAL(ws-pq-seq-str) TO ws-pq-seq.
           MOVE ZEROS                      TO ws-pq-cd-cliente.
           PERFORM VARYING ws-ix-parada FROM 1 BY 1
                     UNTIL ws-ix-parada GREATER ws-qt-paradas-tab
               IF  ws-tp-seq(ws-ix-parada) EQUAL ws-pq-seq
               AND ws-tp-visitado(ws-ix-parada) EQUAL "S"
                   MOVE ws-tp-cd-cliente(ws-ix-parada)
                                           TO ws-pq-cd-cliente
               END-IF
           END-PERFORM.
           IF  ws-pq-cd-cliente EQUAL ZEROS
           OR  ws-pq-produto-str EQUAL SPACES
               ADD 1                       TO WS-CT-PESQUISAS-IGN
               EXIT SECTION
           END-IF.
           IF  WS-CT-PESQUISAS EQUAL ZEROS
           AND WS-CT-PESQUISAS-IGN EQUAL ZEROS
               OPEN I-O arq-pesquisa
               IF  NOT ws-pesquisa-ok
                   OPEN OUTPUT arq-pesquisa
                   CLOSE arq-pesquisa
                   OPEN I-O arq-pesquisa
               END-IF
           END-IF.
           INITIALIZE                      rw-pg-registro.
           MOVE ws-pq-cd-cliente           TO rw-pg-cd-cliente.
           MOVE FUNCTION NUMVAL(ws-pq-produto-str)
                                           TO rw-pg-cd-produto.
           MOVE CV-DT-VISITA               TO rw-pg-dt-pesquisa.
           MOVE CV-CD-VENDEDOR             TO rw-pg-cd-vendedor.
           IF  ws-pq-frentes-str NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(ws-pq-frentes-str)
                                           TO rw-pg-qt-frentes
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-pq-ruptura-str)
                                           TO rw-pg-st-ruptura.
           IF  NOT rw-pg-ruptura
               MOVE "N"                    TO rw-pg-st-ruptura
           END-IF.
           IF  ws-pq-preco-str NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(ws-pq-preco-str)
                                           TO rw-pg-vl-preco-concorr
           END-IF.
           WRITE rw-pg-registro.
           IF  ws-resultado-pesquisa EQUAL "22"
               REWRITE rw-pg-registro
           END-IF.
           ADD 1                           TO WS-CT-PESQUISAS.

       FECHAR-ARQUIVOS SECTION.
           CLOSE arq-rota.
           CLOSE arq-resultado.
