      * Purpose: Relatorio de positivacao: dos clientes atribuidos a
      *          cada vendedor em distribuicao.dat, quantos compraram
      *          no anomes de referencia (pedidos.dat, ativos e nao
      *          cancelados, lidos pela chave cliente+data). Imprime
      *          por vendedor a quantidade atribuida, a quantidade
      *          compradora, o percentual de positivacao e a lista dos
      *          clientes atribuidos sem pedido no mes, para o vendedor
      *          atacar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT relat-positivacao ASSIGN TO "relatPositivacao.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  88 rw-pedido-cancelado       VALUE "X".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

           FD arq-clientes.
           01  rw-cli-registro.
                  88 rw-vnd-situacao-ferias      VALUE "F".
               03 rw-vnd-cd-supervisor     PIC 9(003).

           FD relat-positivacao.
           01  rw-relat-positivacao        PIC x(200).

                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-anomes-referencia        PIC 9(006) VALUE ZEROS.
           01  ws-dt-inicio-mes            PIC 9(008) VALUE ZEROS.
           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.

           01  ws-campos-grupo.
           IF  NOT ws-distribuicao-ok
               DISPLAY "RELATORIO-POSITIVACAO: distribuicao.dat "
                       "nao encontrada"
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           COMPUTE ws-dt-inicio-mes = ws-anomes-referencia * 100 + 1.
           OPEN INPUT arq-pedidos.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-vendedores.
           OPEN OUTPUT relat-positivacao.
           PERFORM PROCESSAR-DISTRIBUICAO.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-distribuicao.
           CLOSE arq-pedidos.
           CLOSE arq-clientes.
           CLOSE arq-vendedores.
           CLOSE relat-positivacao.
                   " vendedores em relatPositivacao.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Varre a distribuicao pela chave alternada de vendedor; cada
      * quebra de vendedor fecha os totais do anterior.
               MOVE "S"                    TO ws-fim-distribuicao-sw
           END-IF.

      ******************************************************************
      * Posiciona pedidos.dat pela chave cliente+data no primeiro dia
      * do anomes e le so os pedidos do cliente naquele mes, ate achar
      * um ativo e nao cancelado.
      ******************************************************************
       VERIFICAR-CLIENTE-COMPROU SECTION.
           MOVE "N"                        TO ws-cliente-comprou-sw.
           MOVE rw-dst-cd-cliente          TO rw-cd-cliente.
           MOVE ws-dt-inicio-mes           TO rw-dt-pedido.
           START arq-pedidos KEY IS NOT LESS rw-chave-cliente-data
               INVALID KEY
                   MOVE "23"               TO ws-resultado-pedidos
           END-START.
           IF  ws-pedidos-ok
               READ arq-pedidos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-pedidos-ok
                      OR ws-cliente-comprou
                      OR rw-cd-cliente NOT EQUAL rw-dst-cd-cliente
                      OR rw-dt-pedido(1:6) NOT EQUAL
                         ws-anomes-referencia
               IF  rw-pedido-ativo
               AND NOT rw-pedido-cancelado
                   MOVE "S"                TO ws-cliente-comprou-sw
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           ADD 1                           TO WS-CT-VENDEDORES.
