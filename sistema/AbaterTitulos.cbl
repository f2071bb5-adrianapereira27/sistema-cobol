      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Abater dos titulos a receber de um pedido
      *          (titulos.dat) o valor da mercadoria que o cliente nao
      *          ficou: recusa na entrega ou devolucao. O valor reduz o
      *          titulo em aberto da parcela mais antiga para a mais
      *          nova; a parcela cujo valor chega ao ja pago fica
      *          liquidada. Cada parcela abatida e o credito que sobrar
      *          (parcelas ja pagas) vao para a auditoria de pedidos
      *          com o valor. Devolve o valor abatido e o credito que
      *          ficou para o financeiro tratar com o cliente.
      *          Retorno "00" abatido por inteiro, "01" com credito
      *          restante, "23" pedido sem titulos, "99" titulos.dat
      *          indisponivel.
      *          Documentos: D devolucao (numero da devolucao).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABATER-TITULOS.

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

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".
                  88 ws-titulos-inexistente    VALUE "35".

           01  ws-campos-abatimento.
               03 ws-vl-saldo              PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-abater             PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-achou-titulo-sw       PIC x(001) VALUE "N".
                  88 ws-achou-titulo           VALUE "S".

           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

      *    linha padrao da trilha seguida do valor abatido/creditado
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
               03 FILLER                   PIC x(007) VALUE " VALOR ".
               03 WR-AU-VALOR              PIC 9(011)v9(002).
               03 FILLER                   PIC x(005) VALUE " DOC ".
               03 WR-AU-TP-DOCUMENTO       PIC x(001).
               03 WR-AU-NR-DOCUMENTO       PIC 9(007).

       LINKAGE SECTION.
           01  PARAMETROS-ABATIMENTO.
               05 ABT-NR-PEDIDO            PIC 9(007).
               05 ABT-VL-ABATIMENTO        PIC 9(011)v9(002).
               05 ABT-TP-DOCUMENTO         PIC x(001).
               05 ABT-NR-DOCUMENTO         PIC 9(007).
               05 ABT-ID-OPERADOR          PIC x(010).
               05 ABT-VL-ABATIDO           PIC 9(011)v9(002).
               05 ABT-VL-CREDITO           PIC 9(011)v9(002).
               05 ABT-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-ABATIMENTO.
       MAIN-PROCEDURE SECTION.
           MOVE "99"                       TO ABT-RETORNO.
           MOVE ZEROS                      TO ABT-VL-ABATIDO.
           MOVE ABT-VL-ABATIMENTO          TO ABT-VL-CREDITO.
           IF  ABT-VL-ABATIMENTO EQUAL ZEROS
               MOVE "00"                   TO ABT-RETORNO
               EXIT PROGRAM
           END-IF.
           OPEN I-O arq-titulos.
           IF  ws-titulos-inexistente
               MOVE "23"                   TO ABT-RETORNO
               EXIT PROGRAM
           END-IF.
           IF  NOT ws-titulos-ok
               EXIT PROGRAM
           END-IF.
           MOVE "N"                        TO ws-achou-titulo-sw.
           MOVE ABT-NR-PEDIDO              TO rw-tit-nr-pedido.
           MOVE ZEROS                      TO rw-tit-nr-parcela.
           START arq-titulos KEY IS NOT LESS rw-tit-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-titulos
           END-START.
           IF  ws-titulos-ok
               READ arq-titulos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-titulos-ok
                      OR rw-tit-nr-pedido NOT EQUAL ABT-NR-PEDIDO
                      OR ABT-VL-CREDITO EQUAL ZEROS
               MOVE "S"                    TO ws-achou-titulo-sw
               IF  rw-tit-em-aberto
                   PERFORM ABATER-PARCELA
               END-IF
               READ arq-titulos NEXT RECORD
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT ws-achou-titulo
                   MOVE "23"               TO ABT-RETORNO
               WHEN ABT-VL-CREDITO GREATER ZEROS
                   MOVE "01"               TO ABT-RETORNO
                   MOVE "CRED CLI"         TO WR-AU-ACAO
                   MOVE SPACES             TO WR-AU-CHAVE
                   MOVE ABT-NR-PEDIDO      TO WR-AU-CHAVE
                   MOVE ABT-VL-CREDITO     TO WR-AU-VALOR
                   PERFORM GRAVAR-LOG-AUDITORIA
               WHEN OTHER
                   MOVE "00"               TO ABT-RETORNO
           END-EVALUATE.
           CLOSE arq-titulos.
           EXIT PROGRAM.

      ******************************************************************
      * O abatimento reduz o valor do titulo, de modo que o saldo
      * (valor menos o ja pago) usado pela cobranca, pelo aging e pelo
      * bloqueio por atraso cai junto.
      ******************************************************************
       ABATER-PARCELA SECTION.
           COMPUTE ws-vl-saldo = rw-tit-vl-titulo - rw-tit-vl-pago.
           IF  ws-vl-saldo EQUAL ZEROS
               EXIT SECTION
           END-IF.
           IF  ws-vl-saldo GREATER ABT-VL-CREDITO
               MOVE ABT-VL-CREDITO         TO ws-vl-abater
           ELSE
               MOVE ws-vl-saldo            TO ws-vl-abater
           END-IF.
           SUBTRACT ws-vl-abater           FROM rw-tit-vl-titulo.
           IF  rw-tit-vl-titulo EQUAL rw-tit-vl-pago
               MOVE "L"                    TO rw-tit-st-titulo
           END-IF.
           REWRITE rw-tit-registro.
           IF  NOT ws-titulos-ok
               EXIT SECTION
           END-IF.
           ADD ws-vl-abater                TO ABT-VL-ABATIDO.
           SUBTRACT ws-vl-abater           FROM ABT-VL-CREDITO.
           MOVE "ABAT TIT"                 TO WR-AU-ACAO.
           MOVE SPACES                     TO WR-AU-CHAVE.
           STRING rw-tit-nr-pedido "/" rw-tit-nr-parcela
                  DELIMITED BY SIZE INTO WR-AU-CHAVE.
           MOVE ws-vl-abater               TO WR-AU-VALOR.
           PERFORM GRAVAR-LOG-AUDITORIA.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-hr-auditoria(1:6)    TO WR-AU-HORA.
           MOVE ABT-ID-OPERADOR         TO WR-AU-OPERADOR.
           MOVE ABT-TP-DOCUMENTO        TO WR-AU-TP-DOCUMENTO.
           MOVE ABT-NR-DOCUMENTO        TO WR-AU-NR-DOCUMENTO.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".
       END PROGRAM ABATER-TITULOS.
