      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Consistencia entre o cabecalho dos pedidos
      *          (pedidos.dat) e os itens (pedidoItens.dat). Confere a
      *          quantidade de itens e o valor total de cada cabecalho
      *          contra a soma dos itens, e lista os itens cujo pedido
      *          nao existe, os pedidos sem nenhum item e as saidas de
      *          estoque de pedidos cancelados que nao foram estornadas
      *          (relatConsistenciaPedidos.txt). No modo de correcao
      *          (F), ja confirmado pelo supervisor no menu, os
      *          cabecalhos divergentes sao recalculados a partir dos
      *          itens, com cada correcao gravada em auditpedidos.txt;
      *          no modo N nada e alterado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSISTENCIA-PEDIDOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-movimentos
                  ASSIGN TO DISK "movimentosEstoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mov-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-movimentos.

           SELECT relat-consistencia
                  ASSIGN TO "relatConsistenciaPedidos.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-pedidos.
           01  rw-registro.
               03 rw-nr-pedido             PIC 9(007).
               03 rw-cd-cliente            PIC 9(007).
               03 rw-cd-vendedor           PIC 9(003).
               03 rw-dt-pedido             PIC 9(008).
               03 rw-qt-itens              PIC 9(003).
               03 rw-vl-total-pedido       PIC 9(011)v9(002).
               03 rw-st-ativo              PIC x(001).
                  88 rw-pedido-ativo           VALUE "A".
                  88 rw-pedido-inativo         VALUE "I".
               03 rw-st-transmissao        PIC x(001).
                  88 rw-pedido-transmitido     VALUE "T".
               03 rw-st-faturamento        PIC x(001).
                  88 rw-pedido-faturado        VALUE "F".
               03 rw-dt-faturamento        PIC 9(008).
               03 rw-vl-faturado           PIC 9(011)v9(002).
               03 rw-st-pedido             PIC x(001).
                  88 rw-pedido-digitado        VALUE "D", " ".
                  88 rw-pedido-confirmado      VALUE "C".
                  88 rw-pedido-st-faturado     VALUE "F".
                  88 rw-pedido-entregue        VALUE "E".
                  88 rw-pedido-cancelado       VALUE "X".
                  88 rw-pedido-alteravel       VALUE "D", " ", "C".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

           FD arq-itens.
           01  rw-pit-registro.
               03 rw-pit-chave.
                  05 rw-pit-nr-pedido      PIC 9(007).
                  05 rw-pit-nr-sequencia   PIC 9(003).
               03 rw-pit-cd-produto        PIC 9(007).
               03 rw-pit-qt-produto        PIC 9(005).
               03 rw-pit-vl-unitario       PIC 9(007)v9(002).
               03 rw-pit-vl-item           PIC 9(009)v9(002).
               03 rw-pit-cd-campanha       PIC 9(005).
               03 rw-pit-vl-preco-cheio    PIC 9(007)v9(002).
               03 rw-pit-tp-item           PIC x(001).
                  88 rw-pit-venda              VALUE "V", " ".
                  88 rw-pit-bonificacao        VALUE "B".
               03 rw-pit-pc-icms           PIC 9(002)v9(002).
               03 rw-pit-vl-icms           PIC 9(009)v9(002).
               03 rw-pit-vl-base-st        PIC 9(009)v9(002).
               03 rw-pit-vl-icms-st        PIC 9(009)v9(002).

           FD arq-movimentos.
           01  rw-mov-registro.
               03 rw-mov-chave.
                  05 rw-mov-cd-produto     PIC 9(007).
                  05 rw-mov-dt-movimento   PIC 9(008).
                  05 rw-mov-hr-movimento   PIC 9(008).
                  05 rw-mov-nr-sequencia   PIC 9(003).
               03 rw-mov-tp-movimento      PIC x(001).
               03 rw-mov-qt-movimento      PIC s9(007).
               03 rw-mov-tp-documento      PIC x(001).
               03 rw-mov-nr-documento      PIC 9(007).
               03 rw-mov-id-operador       PIC x(010).
               03 rw-mov-cd-deposito       PIC 9(003).

           FD relat-consistencia.
           01  rw-relat-consistencia       PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-movimentos  PIC x(02).
                  88 ws-movimentos-ok          VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

      ******************************************************************
      * Totais dos itens de um pedido, recalculados como na digitacao:
      * o total soma o valor do item e o ICMS-ST devido por fora; a
      * quantidade de itens do cabecalho e a maior sequencia gravada.
      ******************************************************************
           01  ws-campos-itens.
               03 ws-qt-itens-lidos        PIC 9(005) VALUE ZEROS.
               03 ws-nr-maior-sequencia    PIC 9(003) VALUE ZEROS.
               03 ws-vl-total-itens        PIC 9(011)v9(002)
                                                      VALUE ZEROS.
               03 ws-qt-itens-ed           PIC zzzz9.
               03 ws-vl-cabecalho-ed       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 ws-vl-itens-ed           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               03 ws-qt-saldo-ed           PIC -(7)9.
               03 ws-pedido-anterior       PIC 9(007) VALUE ZEROS.

      ******************************************************************
      * Pedidos divergentes (para o recalculo) e pedidos cancelados
      * (com o saldo das saidas de estoque ainda nao estornadas).
      ******************************************************************
           01  ws-tabela-divergentes.
               03 ws-qt-divergentes        PIC 9(004) VALUE ZEROS.
               03 ws-divergente            OCCURS 2000 TIMES.
                  05 ws-dv-nr-pedido       PIC 9(007).

           01  ws-tabela-cancelados.
               03 ws-qt-cancelados         PIC 9(004) VALUE ZEROS.
               03 ws-cancelado             OCCURS 2000 TIMES.
                  05 ws-cn-nr-pedido       PIC 9(007).
                  05 ws-cn-qt-saldo        PIC s9(009).

           01  ws-indices.
               03 ws-idx                   PIC 9(004) VALUE ZEROS.
               03 ws-idx-achado            PIC 9(004) VALUE ZEROS.

           01  WS-CONTADORES.
               03 WS-CT-PEDIDOS            PIC 9(006) VALUE ZEROS.
               03 WS-CT-DIVERGENTES        PIC 9(006) VALUE ZEROS.
               03 WS-CT-SEM-ITENS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-ITENS-ORFAOS       PIC 9(006) VALUE ZEROS.
               03 WS-CT-SEQ-FALTANTE       PIC 9(006) VALUE ZEROS.
               03 WS-CT-CANCEL-ESTOQUE     PIC 9(006) VALUE ZEROS.
               03 WS-CT-CORRIGIDOS         PIC 9(006) VALUE ZEROS.
               03 WS-CT-EXCEDENTES         PIC 9(006) VALUE ZEROS.

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

           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.

       LINKAGE SECTION.
           01  PARAMETROS-CONSISTENCIA-PED.
               05 CP-MODO                  PIC x(001).
                  88 CP-MODO-CORRIGIR          VALUE "F".
               05 CP-ID-OPERADOR           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-CONSISTENCIA-PED.
       MAIN-PROCEDURE SECTION.
           OPEN I-O arq-pedidos.
           IF  NOT ws-operacao-ok
               DISPLAY "CONSISTENCIA-PEDIDOS: pedidos.dat "
                       "indisponivel"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-itens.
           IF  NOT ws-itens-ok
               DISPLAY "CONSISTENCIA-PEDIDOS: pedidoItens.dat "
                       "indisponivel"
               CLOSE arq-pedidos
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT relat-consistencia.
           PERFORM CONFERIR-PEDIDOS.
           PERFORM CONFERIR-ITENS-ORFAOS.
           PERFORM CONFERIR-ESTOQUE-CANCELADOS.
           IF  CP-MODO-CORRIGIR
               PERFORM CORRIGIR-DIVERGENTES
           END-IF.
           PERFORM GRAVAR-RESUMO.
           CLOSE arq-pedidos.
           CLOSE arq-itens.
           CLOSE relat-consistencia.
           EXIT PROGRAM.

       CONFERIR-PEDIDOS SECTION.
           MOVE ZEROS                      TO rw-nr-pedido.
           START arq-pedidos KEY IS NOT LESS rw-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
               ADD 1                       TO WS-CT-PEDIDOS
               IF  rw-pedido-cancelado
                   PERFORM GUARDAR-CANCELADO
               END-IF
               PERFORM SOMAR-ITENS-PEDIDO
               PERFORM CONFERIR-CABECALHO
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       SOMAR-ITENS-PEDIDO SECTION.
           MOVE ZEROS                      TO ws-qt-itens-lidos
                                              ws-nr-maior-sequencia
                                              ws-vl-total-itens.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS NOT LESS rw-pit-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens NEXT RECORD.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               ADD 1                       TO ws-qt-itens-lidos
               ADD rw-pit-vl-item rw-pit-vl-icms-st
                                           TO ws-vl-total-itens
               IF  rw-pit-nr-sequencia GREATER ws-nr-maior-sequencia
                   MOVE rw-pit-nr-sequencia TO ws-nr-maior-sequencia
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

       CONFERIR-CABECALHO SECTION.
           IF  ws-qt-itens-lidos EQUAL ZEROS
               ADD 1                       TO WS-CT-SEM-ITENS
               MOVE rw-vl-total-pedido     TO ws-vl-cabecalho-ed
               MOVE SPACES                 TO rw-relat-consistencia
               STRING "PEDIDO SEM ITENS " rw-nr-pedido
                      " SITUACAO " rw-st-pedido
                      " QT CABECALHO " rw-qt-itens
                      " TOTAL CABECALHO " ws-vl-cabecalho-ed
                      DELIMITED BY SIZE INTO rw-relat-consistencia
               WRITE rw-relat-consistencia
               EXIT SECTION
           END-IF.

           IF  ws-qt-itens-lidos NOT EQUAL ws-nr-maior-sequencia
               ADD 1                       TO WS-CT-SEQ-FALTANTE
               MOVE ws-qt-itens-lidos      TO ws-qt-itens-ed
               MOVE SPACES                 TO rw-relat-consistencia
               STRING "SEQUENCIA FALTANTE PEDIDO " rw-nr-pedido
                      " ITENS GRAVADOS " ws-qt-itens-ed
                      " MAIOR SEQUENCIA " ws-nr-maior-sequencia
                      DELIMITED BY SIZE INTO rw-relat-consistencia
               WRITE rw-relat-consistencia
           END-IF.

           IF  rw-qt-itens EQUAL ws-nr-maior-sequencia
           AND rw-vl-total-pedido EQUAL ws-vl-total-itens
               EXIT SECTION
           END-IF.
           ADD 1                           TO WS-CT-DIVERGENTES.
           MOVE rw-vl-total-pedido         TO ws-vl-cabecalho-ed.
           MOVE ws-vl-total-itens          TO ws-vl-itens-ed.
           MOVE SPACES                     TO rw-relat-consistencia.
           STRING "DIVERGENCIA PEDIDO " rw-nr-pedido
                  " QT CABECALHO " rw-qt-itens
                  " ITENS " ws-nr-maior-sequencia
                  " TOTAL CABECALHO " ws-vl-cabecalho-ed
                  " ITENS " ws-vl-itens-ed
                  DELIMITED BY SIZE INTO rw-relat-consistencia.
           WRITE rw-relat-consistencia.
           IF  ws-qt-divergentes LESS 2000
               ADD 1                       TO ws-qt-divergentes
               MOVE rw-nr-pedido
                         TO ws-dv-nr-pedido(ws-qt-divergentes)
           ELSE
               ADD 1                       TO WS-CT-EXCEDENTES
           END-IF.

       GUARDAR-CANCELADO SECTION.
           IF  ws-qt-cancelados NOT LESS 2000
               EXIT SECTION
           END-IF.
           ADD 1                           TO ws-qt-cancelados.
           MOVE rw-nr-pedido     TO ws-cn-nr-pedido(ws-qt-cancelados).
           MOVE ZEROS            TO ws-cn-qt-saldo(ws-qt-cancelados).

      ******************************************************************
      * Itens gravados sem o cabecalho: o pedido e lido uma vez por
      * numero, na quebra.
      ******************************************************************
       CONFERIR-ITENS-ORFAOS SECTION.
           MOVE ZEROS                      TO ws-pedido-anterior.
           MOVE LOW-VALUES                 TO rw-pit-chave.
           START arq-itens KEY IS NOT LESS rw-pit-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens NEXT RECORD.
           PERFORM UNTIL NOT ws-itens-ok
               IF  rw-pit-nr-pedido NOT EQUAL ws-pedido-anterior
                   MOVE rw-pit-nr-pedido   TO ws-pedido-anterior
                   PERFORM VERIFICAR-PEDIDO-DO-ITEM
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

       VERIFICAR-PEDIDO-DO-ITEM SECTION.
           MOVE rw-pit-nr-pedido           TO rw-nr-pedido.
           READ arq-pedidos KEY IS rw-nr-pedido
               INVALID KEY
                   ADD 1                   TO WS-CT-ITENS-ORFAOS
                   MOVE SPACES             TO rw-relat-consistencia
                   STRING "ITEM SEM PEDIDO " rw-pit-nr-pedido
                          " SEQUENCIA " rw-pit-nr-sequencia
                          " PRODUTO " rw-pit-cd-produto
                          DELIMITED BY SIZE INTO rw-relat-consistencia
                   WRITE rw-relat-consistencia
           END-READ.

      ******************************************************************
      * Saidas de estoque por pedido (documento "P") somadas por pedido
      * cancelado: o estorno do cancelamento entra com sinal contrario,
      * entao saldo diferente de zero e saida nao estornada.
      ******************************************************************
       CONFERIR-ESTOQUE-CANCELADOS SECTION.
           IF  ws-qt-cancelados EQUAL ZEROS
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-movimentos.
           IF  NOT ws-movimentos-ok
               EXIT SECTION
           END-IF.
           READ arq-movimentos NEXT RECORD.
           PERFORM UNTIL NOT ws-movimentos-ok
               IF  rw-mov-tp-documento EQUAL "P"
                   PERFORM LOCALIZAR-CANCELADO
                   IF  ws-idx-achado NOT EQUAL ZEROS
                       ADD rw-mov-qt-movimento
                                 TO ws-cn-qt-saldo(ws-idx-achado)
                   END-IF
               END-IF
               READ arq-movimentos NEXT RECORD
           END-PERFORM.
           CLOSE arq-movimentos.

           PERFORM VARYING ws-idx FROM 1 BY 1
                     UNTIL ws-idx GREATER ws-qt-cancelados
               IF  ws-cn-qt-saldo(ws-idx) NOT EQUAL ZEROS
                   ADD 1                   TO WS-CT-CANCEL-ESTOQUE
                   MOVE ws-cn-qt-saldo(ws-idx) TO ws-qt-saldo-ed
                   MOVE SPACES             TO rw-relat-consistencia
                   STRING "CANCELADO COM ESTOQUE PEDIDO "
                          ws-cn-nr-pedido(ws-idx)
                          " SALDO NAO ESTORNADO " ws-qt-saldo-ed
                          DELIMITED BY SIZE INTO rw-relat-consistencia
                   WRITE rw-relat-consistencia
               END-IF
           END-PERFORM.

       LOCALIZAR-CANCELADO SECTION.
           MOVE ZEROS                      TO ws-idx-achado.
           PERFORM VARYING ws-idx FROM 1 BY 1
                     UNTIL ws-idx GREATER ws-qt-cancelados
                        OR ws-idx-achado NOT EQUAL ZEROS
               IF  ws-cn-nr-pedido(ws-idx) EQUAL rw-mov-nr-documento
                   MOVE ws-idx             TO ws-idx-achado
               END-IF
           END-PERFORM.

      ******************************************************************
      * Recalculo dos cabecalhos divergentes: o pedido e relido com
      * bloqueio e os itens somados de novo, para nao gravar um total
      * que mudou entre a conferencia e a correcao.
      ******************************************************************
       CORRIGIR-DIVERGENTES SECTION.
           PERFORM VARYING ws-idx FROM 1 BY 1
                     UNTIL ws-idx GREATER ws-qt-divergentes
               MOVE ws-dv-nr-pedido(ws-idx) TO rw-nr-pedido
               READ arq-pedidos WITH LOCK KEY IS rw-nr-pedido
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RECALCULAR-CABECALHO
               END-READ
           END-PERFORM.

       RECALCULAR-CABECALHO SECTION.
           PERFORM SOMAR-ITENS-PEDIDO.
           IF  ws-qt-itens-lidos EQUAL ZEROS
           OR (rw-qt-itens EQUAL ws-nr-maior-sequencia
           AND rw-vl-total-pedido EQUAL ws-vl-total-itens)
               UNLOCK arq-pedidos
               EXIT SECTION
           END-IF.
           MOVE rw-vl-total-pedido         TO ws-vl-cabecalho-ed.
           MOVE ws-nr-maior-sequencia      TO rw-qt-itens.
           MOVE ws-vl-total-itens          TO rw-vl-total-pedido.
           REWRITE rw-registro.
           UNLOCK arq-pedidos.
           IF  NOT ws-operacao-ok
               EXIT SECTION
           END-IF.
           ADD 1                           TO WS-CT-CORRIGIDOS.
           MOVE ws-vl-total-itens          TO ws-vl-itens-ed.
           MOVE SPACES                     TO rw-relat-consistencia.
           STRING "CORRIGIDO PEDIDO " rw-nr-pedido
                  " QT " rw-qt-itens
                  " TOTAL DE " ws-vl-cabecalho-ed
                  " PARA " ws-vl-itens-ed
                  DELIMITED BY SIZE INTO rw-relat-consistencia.
           WRITE rw-relat-consistencia.
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA SECTION.
           ACCEPT WR-AU-DATA FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-hr-auditoria(1:6)       TO WR-AU-HORA.
           MOVE CP-ID-OPERADOR             TO WR-AU-OPERADOR.
           MOVE "RECALCULO"                TO WR-AU-ACAO.
           MOVE rw-nr-pedido               TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"         TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA               TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       GRAVAR-RESUMO SECTION.
           MOVE SPACES                     TO rw-relat-consistencia.
           STRING "PEDIDOS " WS-CT-PEDIDOS
                  " DIVERGENTES " WS-CT-DIVERGENTES
                  " SEM ITENS " WS-CT-SEM-ITENS
                  " ITENS SEM PEDIDO " WS-CT-ITENS-ORFAOS
                  " SEQ FALTANTE " WS-CT-SEQ-FALTANTE
                  " CANCELADOS COM ESTOQUE " WS-CT-CANCEL-ESTOQUE
                  " CORRIGIDOS " WS-CT-CORRIGIDOS
                  DELIMITED BY SIZE INTO rw-relat-consistencia.
           WRITE rw-relat-consistencia.
           IF  WS-CT-EXCEDENTES NOT EQUAL ZEROS
               MOVE SPACES                 TO rw-relat-consistencia
               STRING "DIVERGENTES ALEM DO LIMITE DE CORRECAO "
                      WS-CT-EXCEDENTES " - EXECUTAR DE NOVO"
                      DELIMITED BY SIZE INTO rw-relat-consistencia
               WRITE rw-relat-consistencia
           END-IF.
           DISPLAY "CONSISTENCIA-PEDIDOS: " WS-CT-DIVERGENTES
                   " divergentes, " WS-CT-CORRIGIDOS " corrigidos".
       END PROGRAM CONSISTENCIA-PEDIDOS.
