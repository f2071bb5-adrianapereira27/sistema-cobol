      *          pedido inexistente, faturado em duplicidade, valor
      *          faturado diferente do valor do pedido e pedidos
      *          transmitidos sem retorno ha mais dias que o parametro
      *          DIAS-RETORNO-FAT (padrao 7). Cada pedido conciliado
      *          gera os titulos a receber (titulos.dat), uma parcela
      *          por vencimento da condicao de pagamento do pedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-retorno.

           SELECT arq-condicoes ASSIGN TO DISK "condPagamento.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cpg-cd-condicao
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-condicao.

           SELECT arq-titulos ASSIGN TO DISK "titulos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-tit-chave
             ALTERNATE KEY      IS rw-tit-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-titulos.

           SELECT relat-divergencias
                  ASSIGN TO "relatRetornoFaturamento.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
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

           FD arq-condicoes.
           01  rw-cpg-registro.
               03 rw-cpg-cd-condicao       PIC x(003).
               03 rw-cpg-ds-descricao      PIC x(030).
               03 rw-cpg-qt-dias-prazo     PIC 9(003).
               03 rw-cpg-pc-desconto       PIC 9(002)v9(002).
               03 rw-cpg-st-ativo          PIC x(001).
                  88 rw-cpg-ativa              VALUE "A".
                  88 rw-cpg-inativa            VALUE "I".
               03 rw-cpg-qt-parcelas       PIC 9(002).

      ******************************************************************
      * Titulos a receber: uma parcela por vencimento de cada pedido
      * faturado; a chave pedido + parcela e o "nosso numero" que o
      * banco devolve no arquivo de retorno de cobranca.
      ******************************************************************
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
               03 ws-resultado-retorno     PIC x(02).
                  88 ws-retorno-ok             VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 ws-resultado-condicao    PIC x(02).
                  88 ws-condicao-ok            VALUE "00", "02".
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".

           COPY "InterfacePedidos.cpy".

           01  ws-dias-sem-retorno         PIC s9(008) VALUE ZEROS.
           01  ws-motivo-divergencia       PIC x(050) VALUE SPACES.

           01  ws-campos-titulos.
               03 ws-condicoes-abertas-sw  PIC x(001) VALUE "N".
                  88 ws-condicoes-abertas      VALUE "S".
               03 ws-qt-parcelas           PIC 9(002) VALUE ZEROS.
               03 ws-qt-dias-prazo         PIC 9(003) VALUE ZEROS.
               03 ws-idx-parcela           PIC 9(002) VALUE ZEROS.
               03 ws-vl-parcela            PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-acumulado          PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-nr-inteiro-emissao    PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-vencto     PIC 9(008) VALUE ZEROS.

           01  WS-CONTADORES.
               03 WS-CT-CONCILIADOS        PIC 9(006) VALUE ZEROS.
               03 WS-CT-DIVERGENCIAS       PIC 9(006) VALUE ZEROS.
               03 WS-CT-SEM-RETORNO        PIC 9(006) VALUE ZEROS.
               03 WS-CT-TITULOS            PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT relat-divergencias.
           OPEN INPUT arq-condicoes.
           IF  ws-condicao-ok
               MOVE "S"                    TO ws-condicoes-abertas-sw
           END-IF.
           OPEN I-O arq-titulos.
           IF  NOT ws-titulos-ok
               OPEN OUTPUT arq-titulos
               CLOSE arq-titulos
               OPEN I-O arq-titulos
           END-IF.
           PERFORM CARREGAR-DIAS-RETORNO.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-nr-inteiro-hoje =
           CLOSE arq-retorno.
           CLOSE arq-pedidos.
           CLOSE relat-divergencias.
           CLOSE arq-titulos.
           IF  ws-condicoes-abertas
               CLOSE arq-condicoes
           END-IF.
           EXIT PROGRAM.

       CARREGAR-DIAS-RETORNO SECTION.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               ADD 1                       TO WS-CT-CONCILIADOS
               PERFORM GERAR-TITULOS-PEDIDO
           ELSE
               MOVE "ERRO AO REGRAVAR PEDIDO"
                                            TO ws-motivo-divergencia
               PERFORM GRAVAR-DIVERGENCIA
           END-IF.

      ******************************************************************
      * O valor faturado vira titulos a receber: a condicao de
      * pagamento do pedido da o numero de parcelas e o prazo entre
      * vencimentos (parcela n vence n prazos apos o faturamento);
      * sem condicao cadastrada sai uma parcela unica com vencimento
      * no proprio faturamento. O centavo da divisao fica na ultima
      * parcela. Titulo ja existente (reprocessamento do retorno)
      * nao e regravado.
      ******************************************************************
       GERAR-TITULOS-PEDIDO SECTION.
           MOVE 1                          TO ws-qt-parcelas.
           MOVE ZEROS                      TO ws-qt-dias-prazo.
           IF  ws-condicoes-abertas
           AND rw-cd-cond-pagto NOT EQUAL SPACES
               MOVE rw-cd-cond-pagto       TO rw-cpg-cd-condicao
               READ arq-condicoes KEY IS rw-cpg-cd-condicao
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE rw-cpg-qt-dias-prazo TO ws-qt-dias-prazo
                       IF  rw-cpg-qt-parcelas GREATER 1
                           MOVE rw-cpg-qt-parcelas TO ws-qt-parcelas
                       END-IF
               END-READ
           END-IF.
           COMPUTE ws-nr-inteiro-emissao =
                   FUNCTION INTEGER-OF-DATE(IF-RET-DT-FATURAMENTO).
           COMPUTE ws-vl-parcela =
                   IF-RET-VL-FATURADO / ws-qt-parcelas.
           MOVE ZEROS                      TO ws-vl-acumulado.
           PERFORM VARYING ws-idx-parcela FROM 1 BY 1
                     UNTIL ws-idx-parcela > ws-qt-parcelas
               INITIALIZE rw-tit-registro
               MOVE rw-nr-pedido           TO rw-tit-nr-pedido
               MOVE ws-idx-parcela         TO rw-tit-nr-parcela
               MOVE rw-cd-cliente          TO rw-tit-cd-cliente
               MOVE rw-cd-vendedor         TO rw-tit-cd-vendedor
               MOVE IF-RET-NR-NOTA-FISCAL  TO rw-tit-nr-nota-fiscal
               MOVE IF-RET-DT-FATURAMENTO  TO rw-tit-dt-emissao
               COMPUTE ws-nr-inteiro-vencto = ws-nr-inteiro-emissao
                                  + ws-qt-dias-prazo * ws-idx-parcela
               COMPUTE rw-tit-dt-vencimento =
                       FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-vencto)
               IF  ws-idx-parcela EQUAL ws-qt-parcelas
                   COMPUTE rw-tit-vl-titulo =
                           IF-RET-VL-FATURADO - ws-vl-acumulado
               ELSE
                   MOVE ws-vl-parcela      TO rw-tit-vl-titulo
               END-IF
               ADD rw-tit-vl-titulo        TO ws-vl-acumulado
               MOVE "A"                    TO rw-tit-st-titulo
               WRITE rw-tit-registro
               IF  ws-titulos-ok
                   ADD 1                   TO WS-CT-TITULOS
               END-IF
           END-PERFORM.

      ******************************************************************
      * Pedidos ativos ja transmitidos ao faturamento e ainda sem
      * retorno ha mais dias que o parametro entram no relatorio para
           STRING "TOTAL CONCILIADOS " WS-CT-CONCILIADOS
                  " DIVERGENCIAS " WS-CT-DIVERGENCIAS
                  " SEM RETORNO " WS-CT-SEM-RETORNO
                  " TITULOS GERADOS " WS-CT-TITULOS
                  DELIMITED BY SIZE INTO rw-relat-divergencia.
           WRITE rw-relat-divergencia.
           DISPLAY "RETORNO-FATURAMENTO: " WS-CT-CONCILIADOS
