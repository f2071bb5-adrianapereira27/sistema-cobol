             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

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
               03 ws-mes-trabalho          PIC 9(002) VALUE ZEROS.
               03 ws-indice-mes-atual      PIC 9(006) VALUE ZEROS.
               03 ws-indice-inicial        PIC 9(006) VALUE ZEROS.
               03 ws-dt-inicio-janela      PIC 9(008) VALUE ZEROS.
               03 ws-dt-fim-janela         PIC 9(008) VALUE ZEROS.

           01  ws-campos-classificacao.
               03 ws-qt-compradores        PIC 9(007) VALUE ZEROS.
           OPEN I-O arq-clientes.
           IF  NOT ws-operacao-ok
               DISPLAY "CLASSIFICACAO-ABC: clientes.dat indisponivel"
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT arq-trabalho.
                   (ws-ano-trabalho * 12) + ws-mes-trabalho.
           COMPUTE ws-indice-inicial =
                   ws-indice-mes-atual - ws-qt-meses-janela.
           MOVE ws-dt-hoje                 TO ws-dt-fim-janela.
           MOVE "01"                       TO ws-dt-fim-janela(7:2).
           COMPUTE ws-ano-trabalho = (ws-indice-inicial - 1) / 12.
           COMPUTE ws-mes-trabalho =
                   ws-indice-inicial - (ws-ano-trabalho * 12).
           COMPUTE ws-dt-inicio-janela =
                   (ws-ano-trabalho * 10000) + (ws-mes-trabalho * 100)
                   + 1.

      ******************************************************************
      * Percorre pedidos.dat pela chave cliente+data: para cada cliente
      * posiciona no inicio da janela e, ao passar do fim dela, salta
      * direto para o cliente seguinte, sem ler os pedidos fora da
      * janela.
      ******************************************************************
       ACUMULAR-VALORES-CLIENTES SECTION.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO rw-cd-cliente.
           PERFORM POSICIONAR-CLIENTE-JANELA.
           PERFORM UNTIL NOT ws-pedidos-ok
               EVALUATE TRUE
                   WHEN rw-dt-pedido LESS ws-dt-inicio-janela
                       PERFORM POSICIONAR-CLIENTE-JANELA
                   WHEN rw-dt-pedido NOT LESS ws-dt-fim-janela
                       IF  rw-cd-cliente EQUAL 9999999
                           MOVE "10"       TO ws-resultado-pedidos
                       ELSE
                           ADD 1           TO rw-cd-cliente
                           PERFORM POSICIONAR-CLIENTE-JANELA
                       END-IF
                   WHEN OTHER
                       IF  rw-pedido-ativo
                       AND NOT rw-pedido-cancelado
                           PERFORM ACUMULAR-VALOR-CLIENTE
                       END-IF
                       READ arq-pedidos NEXT RECORD
               END-EVALUATE
           END-PERFORM.
           CLOSE arq-pedidos.

       POSICIONAR-CLIENTE-JANELA SECTION.
           MOVE ws-dt-inicio-janela        TO rw-dt-pedido.
           START arq-pedidos KEY IS NOT LESS rw-chave-cliente-data
               INVALID KEY
                   MOVE "23"               TO ws-resultado-pedidos
           END-START.
           IF  ws-pedidos-ok
               READ arq-pedidos NEXT RECORD
           END-IF.

       ACUMULAR-VALOR-CLIENTE SECTION.
           MOVE rw-cd-cliente              TO rw-wab-cd-cliente.
           READ arq-trabalho KEY IS rw-wab-cd-cliente
               OPEN OUTPUT arquivo-historico
           END-IF.
           MOVE SPACES                  TO rw-registro-historico.
           STRING "DATA " ws-dt-hoje
                  " CNPJ " ws-cnpj-atual
                  " ANTES CLASSE=" ws-classe-anterior
                  " DEPOIS CLASSE=" ws-classe-nova
                  " (CLASSIFICACAO ABC)"
