      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Baixa dos titulos a receber pelo arquivo de retorno
      *          da cobranca bancaria (retornoCobranca.txt, registros
      *          "D" do layout InterfaceCobranca.cpy). O pagamento que
      *          cobre o saldo liquida o titulo; o que nao cobre deixa
      *          o titulo parcial com o saldo em aberto; os juros vao
      *          para o acumulado de juros do titulo. Pagamento sem
      *          titulo, de titulo ja liquidado ou o excedente pago a
      *          maior vai para a lista de suspenso do financeiro
      *          (suspensoCobranca.txt). O relatorio de conciliacao
      *          (relatBaixaTitulos.txt) totaliza o recebido no dia e
      *          cada baixa fica na auditoria de pedidos. Cada
      *          arquivo de retorno aplicado fica registrado por banco
      *          e numero sequencial do header
      *          (retornosProcessados.dat); arquivo sem header, ja
      *          processado ou fora da sequencia do banco e recusado
      *          inteiro, com linha na auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-TITULOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-titulos ASSIGN TO DISK "titulos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-tit-chave
             ALTERNATE KEY      IS rw-tit-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-titulos.

           SELECT arq-retorno ASSIGN TO "retornoCobranca.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-retorno.

           SELECT relat-conciliacao ASSIGN TO "relatBaixaTitulos.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

           SELECT arq-suspenso ASSIGN TO "suspensoCobranca.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-suspenso.

           SELECT arq-processados
                  ASSIGN TO DISK "retornosProcessados.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-rpr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-processados.

       DATA DIVISION.
       FILE SECTION.
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

           FD arq-retorno.
           01  rw-retorno                  PIC x(200).

           FD relat-conciliacao.
           01  rw-relat-conciliacao        PIC x(200).

           FD arq-suspenso.
           01  rw-suspenso                 PIC x(200).

           FD arq-processados.
           01  rw-rpr-registro.
               03 rw-rpr-chave.
                  05 rw-rpr-cd-banco       PIC 9(003).
                  05 rw-rpr-nr-sequencial  PIC 9(006).
               03 rw-rpr-dt-geracao        PIC 9(008).
               03 rw-rpr-dt-processamento  PIC 9(008).
               03 rw-rpr-id-operador       PIC x(010).
               03 rw-rpr-qt-pagamentos     PIC 9(006).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".
               03 ws-resultado-retorno     PIC x(02).
                  88 ws-retorno-ok             VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 ws-resultado-suspenso    PIC x(02).
                  88 ws-suspenso-ok            VALUE "00", "02".
               03 ws-resultado-processados PIC x(02).
                  88 ws-processados-ok         VALUE "00", "02".
                  88 ws-processados-inexistente VALUE "35".

           01  ws-controle-retorno.
               03 ws-nr-ultimo-sequencial  PIC 9(006) VALUE ZEROS.
               03 ws-motivo-recusa         PIC x(040) VALUE SPACES.
               03 ws-retorno-recusado-sw   PIC x(001) VALUE "N".
                  88 ws-retorno-recusado       VALUE "S".

           COPY "InterfaceCobranca.cpy".

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-motivo-suspenso          PIC x(040) VALUE SPACES.
           01  ws-ds-baixa                 PIC x(010) VALUE SPACES.

           01  ws-campos-baixa.
               03 ws-vl-principal          PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-saldo              PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-baixado            PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-excedente          PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-suspenso           PIC 9(011)v9(002)
                                            VALUE ZEROS.

           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-acao-auditoria           PIC x(010) VALUE SPACES.
           01  ws-chave-auditoria          PIC x(014) VALUE SPACES.

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

           01  WS-CONTADORES.
               03 WS-CT-PAGAMENTOS         PIC 9(006) VALUE ZEROS.
               03 WS-CT-LIQUIDADOS         PIC 9(006) VALUE ZEROS.
               03 WS-CT-PARCIAIS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-SUSPENSOS          PIC 9(006) VALUE ZEROS.

           01  WS-TOTAIS.
               03 WS-TT-RECEBIDO           PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 WS-TT-BAIXADO            PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 WS-TT-JUROS              PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 WS-TT-SUSPENSO           PIC 9(013)v9(002)
                                            VALUE ZEROS.

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           OPEN INPUT arq-retorno.
           IF  NOT ws-retorno-ok
               DISPLAY "BAIXA-TITULOS: "
                       "retornoCobranca.txt nao encontrado"
               EXIT PROGRAM
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           PERFORM VERIFICAR-RETORNO-PROCESSADO.
           IF  ws-retorno-recusado
               DISPLAY "BAIXA-TITULOS: retornoCobranca.txt recusado - "
                       ws-motivo-recusa
               MOVE "RET RECUSA"           TO ws-acao-auditoria
               PERFORM GRAVAR-LOG-AUDITORIA
               CLOSE arq-retorno
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN I-O arq-titulos.
           IF  NOT ws-titulos-ok
               OPEN OUTPUT arq-titulos
               CLOSE arq-titulos
               OPEN I-O arq-titulos
           END-IF.
           OPEN OUTPUT relat-conciliacao.
           OPEN EXTEND arq-suspenso.
           IF  NOT ws-suspenso-ok
               OPEN OUTPUT arq-suspenso
           END-IF.
           MOVE SPACES                     TO rw-relat-conciliacao.
           STRING "CONCILIACAO DA COBRANCA BANCARIA EM " ws-dt-hoje
                  DELIMITED BY SIZE INTO rw-relat-conciliacao.
           WRITE rw-relat-conciliacao.
           PERFORM PROCESSAR-PAGAMENTOS.
           PERFORM GRAVAR-RESUMO.
           PERFORM REGISTRAR-RETORNO-PROCESSADO.
           CLOSE arq-retorno.
           CLOSE arq-titulos.
           CLOSE relat-conciliacao.
           CLOSE arq-suspenso.
           EXIT PROGRAM.

      ******************************************************************
      * O header do retorno identifica o arquivo: banco + numero
      * sequencial ja registrado e reprocessamento (pagamentos
      * parciais seriam abatidos de novo); numero que nao e o seguinte
      * ao ultimo do banco indica retorno perdido ou fora de ordem e
      * segura o arquivo ate o financeiro conferir com o banco. O
      * primeiro retorno de cada banco abre a sequencia.
      ******************************************************************
       VERIFICAR-RETORNO-PROCESSADO SECTION.
           MOVE "N"                        TO ws-retorno-recusado-sw.
           MOVE SPACES                     TO ws-chave-auditoria.
           READ arq-retorno.
           IF  NOT ws-retorno-ok
           OR  rw-retorno(1:1) NOT EQUAL "H"
               MOVE "S"                    TO ws-retorno-recusado-sw
               MOVE "arquivo sem header"   TO ws-motivo-recusa
               EXIT SECTION
           END-IF.
           MOVE rw-retorno                 TO IF-COB-HEADER.
           STRING IF-COB-HDR-CD-BANCO "/" IF-COB-HDR-NR-SEQUENCIAL
                  DELIMITED BY SIZE INTO ws-chave-auditoria.
           OPEN INPUT arq-processados.
           IF  ws-processados-inexistente
               EXIT SECTION
           END-IF.
           IF  NOT ws-processados-ok
               MOVE "S"                    TO ws-retorno-recusado-sw
               MOVE SPACES                 TO ws-motivo-recusa
               STRING "retornosProcessados.dat status "
                      ws-resultado-processados
                      DELIMITED BY SIZE INTO ws-motivo-recusa
               EXIT SECTION
           END-IF.
           MOVE IF-COB-HDR-CD-BANCO        TO rw-rpr-cd-banco.
           MOVE IF-COB-HDR-NR-SEQUENCIAL   TO rw-rpr-nr-sequencial.
           READ arq-processados KEY IS rw-rpr-chave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S"                TO ws-retorno-recusado-sw
                   MOVE SPACES             TO ws-motivo-recusa
                   STRING "ja processado em " rw-rpr-dt-processamento
                          " por " rw-rpr-id-operador
                          DELIMITED BY SIZE INTO ws-motivo-recusa
                   CLOSE arq-processados
                   EXIT SECTION
           END-READ.
           MOVE ZEROS                      TO ws-nr-ultimo-sequencial.
           MOVE IF-COB-HDR-CD-BANCO        TO rw-rpr-cd-banco.
           MOVE ZEROS                      TO rw-rpr-nr-sequencial.
           START arq-processados KEY IS NOT LESS rw-rpr-chave
               INVALID KEY
                   MOVE "99"               TO ws-resultado-processados
           END-START.
           IF  ws-processados-ok
               READ arq-processados NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-processados-ok
                      OR rw-rpr-cd-banco NOT EQUAL IF-COB-HDR-CD-BANCO
               MOVE rw-rpr-nr-sequencial   TO ws-nr-ultimo-sequencial
               READ arq-processados NEXT RECORD
           END-PERFORM.
           CLOSE arq-processados.
           IF  ws-nr-ultimo-sequencial GREATER ZEROS
           AND IF-COB-HDR-NR-SEQUENCIAL NOT EQUAL
                                       ws-nr-ultimo-sequencial + 1
               MOVE "S"                    TO ws-retorno-recusado-sw
               MOVE SPACES                 TO ws-motivo-recusa
               STRING "fora de sequencia (ultimo do banco "
                      ws-nr-ultimo-sequencial ")"
                      DELIMITED BY SIZE INTO ws-motivo-recusa
           END-IF.

       REGISTRAR-RETORNO-PROCESSADO SECTION.
           OPEN I-O arq-processados.
           IF  ws-processados-inexistente
               OPEN OUTPUT arq-processados
               CLOSE arq-processados
               OPEN I-O arq-processados
           END-IF.
           MOVE IF-COB-HDR-CD-BANCO        TO rw-rpr-cd-banco.
           MOVE IF-COB-HDR-NR-SEQUENCIAL   TO rw-rpr-nr-sequencial.
           MOVE IF-COB-HDR-DT-GERACAO      TO rw-rpr-dt-geracao.
           MOVE ws-dt-hoje                 TO rw-rpr-dt-processamento.
           MOVE PARM-OPERADOR-ID           TO rw-rpr-id-operador.
           MOVE WS-CT-PAGAMENTOS           TO rw-rpr-qt-pagamentos.
           WRITE rw-rpr-registro.
           IF  NOT ws-processados-ok
               DISPLAY "BAIXA-TITULOS: erro " ws-resultado-processados
                       " ao registrar o retorno " ws-chave-auditoria
                       " em retornosProcessados.dat"
               MOVE 8                      TO RETURN-CODE
           END-IF.
           CLOSE arq-processados.
           MOVE "RET APLIC"                TO ws-acao-auditoria.
           PERFORM GRAVAR-LOG-AUDITORIA.

       PROCESSAR-PAGAMENTOS SECTION.
           READ arq-retorno.
           PERFORM UNTIL NOT ws-retorno-ok
               IF  rw-retorno(1:1) EQUAL "D"
                   MOVE rw-retorno         TO IF-COB-PAGAMENTO
                   ADD 1                   TO WS-CT-PAGAMENTOS
                   ADD IF-COB-VL-PAGO      TO WS-TT-RECEBIDO
                   IF  IF-COB-DT-PAGAMENTO EQUAL ZEROS
                       MOVE ws-dt-hoje     TO IF-COB-DT-PAGAMENTO
                   END-IF
                   PERFORM BAIXAR-TITULO
               END-IF
               READ arq-retorno
           END-PERFORM.

      ******************************************************************
      * O valor pago menos os juros abate o saldo do titulo (valor do
      * titulo menos o ja pago). Cobrindo o saldo o titulo e
      * liquidado e o que sobrar vai para o suspenso como pagamento a
      * maior; nao cobrindo, o titulo fica parcial. Pagamento sem
      * titulo ou para titulo ja liquidado vai inteiro para o
      * suspenso.
      ******************************************************************
       BAIXAR-TITULO SECTION.
           MOVE IF-COB-NOSSO-NUMERO        TO rw-tit-chave.
           READ arq-titulos KEY IS rw-tit-chave
               INVALID KEY
                   MOVE IF-COB-VL-PAGO     TO ws-vl-suspenso
                   MOVE "TITULO NAO ENCONTRADO"
                                            TO ws-motivo-suspenso
                   PERFORM GRAVAR-SUSPENSO
                   EXIT SECTION
           END-READ.
           IF  rw-tit-liquidado
               MOVE IF-COB-VL-PAGO         TO ws-vl-suspenso
               MOVE "TITULO JA LIQUIDADO"  TO ws-motivo-suspenso
               PERFORM GRAVAR-SUSPENSO
               EXIT SECTION
           END-IF.
           IF  IF-COB-VL-JUROS GREATER IF-COB-VL-PAGO
               MOVE IF-COB-VL-PAGO         TO ws-vl-suspenso
               MOVE "JUROS MAIOR QUE O VALOR PAGO"
                                            TO ws-motivo-suspenso
               PERFORM GRAVAR-SUSPENSO
               EXIT SECTION
           END-IF.
           COMPUTE ws-vl-principal = IF-COB-VL-PAGO - IF-COB-VL-JUROS.
           COMPUTE ws-vl-saldo = rw-tit-vl-titulo - rw-tit-vl-pago.
           MOVE ZEROS                      TO ws-vl-excedente.
           IF  ws-vl-principal NOT LESS ws-vl-saldo
               MOVE ws-vl-saldo            TO ws-vl-baixado
               COMPUTE ws-vl-excedente = ws-vl-principal - ws-vl-saldo
               MOVE "L"                    TO rw-tit-st-titulo
               MOVE "BAIXA"                TO ws-ds-baixa
           ELSE
               MOVE ws-vl-principal        TO ws-vl-baixado
               MOVE "P"                    TO rw-tit-st-titulo
               MOVE "BAIXA PARC"           TO ws-ds-baixa
           END-IF.
           ADD ws-vl-baixado               TO rw-tit-vl-pago.
           ADD IF-COB-VL-JUROS             TO rw-tit-vl-juros.
           MOVE IF-COB-DT-PAGAMENTO        TO rw-tit-dt-pagamento.
           REWRITE rw-tit-registro.
           IF  NOT ws-titulos-ok
               MOVE IF-COB-VL-PAGO         TO ws-vl-suspenso
               MOVE "ERRO AO REGRAVAR TITULO"
                                            TO ws-motivo-suspenso
               PERFORM GRAVAR-SUSPENSO
               EXIT SECTION
           END-IF.
           IF  rw-tit-liquidado
               ADD 1                       TO WS-CT-LIQUIDADOS
           ELSE
               ADD 1                       TO WS-CT-PARCIAIS
           END-IF.
           ADD ws-vl-baixado               TO WS-TT-BAIXADO.
           ADD IF-COB-VL-JUROS             TO WS-TT-JUROS.
           COMPUTE ws-vl-saldo = rw-tit-vl-titulo - rw-tit-vl-pago.
           MOVE SPACES                     TO rw-relat-conciliacao.
           STRING "TITULO " rw-tit-nr-pedido "/" rw-tit-nr-parcela
                  " CLIENTE " rw-tit-cd-cliente
                  " PAGO EM " IF-COB-DT-PAGAMENTO
                  " VL PAGO " IF-COB-VL-PAGO
                  " JUROS " IF-COB-VL-JUROS
                  " BAIXADO " ws-vl-baixado
                  " SALDO " ws-vl-saldo
                  " - " ws-ds-baixa
                  DELIMITED BY SIZE INTO rw-relat-conciliacao.
           WRITE rw-relat-conciliacao.
           MOVE ws-ds-baixa                TO ws-acao-auditoria.
           MOVE SPACES                     TO ws-chave-auditoria.
           MOVE rw-tit-nr-pedido           TO ws-chave-auditoria.
           PERFORM GRAVAR-LOG-AUDITORIA.
           IF  ws-vl-excedente GREATER ZEROS
               MOVE ws-vl-excedente        TO ws-vl-suspenso
               MOVE "PAGAMENTO A MAIOR (EXCEDENTE)"
                                            TO ws-motivo-suspenso
               PERFORM GRAVAR-SUSPENSO
           END-IF.

      ******************************************************************
      * O suspenso acumula entre execucoes para o financeiro tratar;
      * o relatorio do dia repete a linha para a conciliacao fechar.
      ******************************************************************
       GRAVAR-SUSPENSO SECTION.
           ADD 1                           TO WS-CT-SUSPENSOS.
           ADD ws-vl-suspenso              TO WS-TT-SUSPENSO.
           MOVE SPACES                     TO rw-suspenso.
           STRING "DATA " ws-dt-hoje
                  " NOSSO NUMERO " IF-COB-NOSSO-NUMERO
                  " PAGO EM " IF-COB-DT-PAGAMENTO
                  " AUTENTICACAO " IF-COB-NR-AUTENTICACAO
                  " VL SUSPENSO " ws-vl-suspenso
                  " - " FUNCTION TRIM(ws-motivo-suspenso)
                  DELIMITED BY SIZE INTO rw-suspenso.
           WRITE rw-suspenso.
           MOVE SPACES                     TO rw-relat-conciliacao.
           STRING "SUSPENSO " IF-COB-NOSSO-NUMERO
                  " PAGO EM " IF-COB-DT-PAGAMENTO
                  " VL SUSPENSO " ws-vl-suspenso
                  " - " FUNCTION TRIM(ws-motivo-suspenso)
                  DELIMITED BY SIZE INTO rw-relat-conciliacao.
           WRITE rw-relat-conciliacao.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-hr-auditoria(1:6)    TO WR-AU-HORA.
           MOVE PARM-OPERADOR-ID        TO WR-AU-OPERADOR.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE ws-chave-auditoria      TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       GRAVAR-RESUMO SECTION.
           MOVE SPACES                     TO rw-relat-conciliacao.
           STRING "TOTAL PAGAMENTOS " WS-CT-PAGAMENTOS
                  " LIQUIDADOS " WS-CT-LIQUIDADOS
                  " PARCIAIS " WS-CT-PARCIAIS
                  " SUSPENSOS " WS-CT-SUSPENSOS
                  DELIMITED BY SIZE INTO rw-relat-conciliacao.
           WRITE rw-relat-conciliacao.
           MOVE SPACES                     TO rw-relat-conciliacao.
           STRING "TOTAL RECEBIDO NO DIA " WS-TT-RECEBIDO
                  " BAIXADO " WS-TT-BAIXADO
                  " JUROS " WS-TT-JUROS
                  " EM SUSPENSO " WS-TT-SUSPENSO
                  DELIMITED BY SIZE INTO rw-relat-conciliacao.
           WRITE rw-relat-conciliacao.
           DISPLAY "BAIXA-TITULOS: " WS-CT-LIQUIDADOS
                   " liquidados, " WS-CT-PARCIAIS
                   " parciais, " WS-CT-SUSPENSOS
                   " em suspenso".
       END PROGRAM BAIXA-TITULOS.
