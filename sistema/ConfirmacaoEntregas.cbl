      *          pedido a pedido (0 encerra) e cada pedido faturado e
      *          marcado como entregue, com registro na auditoria de
      *          pedidos. Pedido nao faturado ou ja entregue e
      *          recusado. Na entrega parcial o operador informa, item
      *          a item, a quantidade recusada e o motivo: a recusa
      *          gera a devolucao contra o pedido, volta ao estoque e
      *          abate o vasilhame do cliente; o valor recusado sai
      *          dos titulos em aberto do pedido (ABATER-TITULOS), com
      *          o que sobrar como credito do cliente. Pedido recusado
      *          por inteiro continua faturado e volta para o proximo
      *          PLANEJAMENTO-ENTREGAS (os titulos seguem valendo para
      *          a nova entrega). A baixa grava no pedido a data
      *          da entrega e se ela foi completa ou com recusa
      *          parcial.
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

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-devolucoes ASSIGN TO DISK "devolucoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dev-nr-devolucao
             ALTERNATE KEY      IS rw-dev-nr-pedido WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-devolucoes.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-vasilhames ASSIGN TO DISK "vasilhames.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vsl-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vasilhames.

           SELECT arq-estoque ASSIGN TO DISK "estoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-est-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estoque.

           SELECT arq-controle-devolucao
                  ASSIGN TO "devControle.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-controle.

       DATA DIVISION.
       FILE SECTION.
                  88 rw-pedido-cancelado       VALUE "X".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
                  88 rw-entrega-completa       VALUE "C".
                  88 rw-entrega-parcial        VALUE "P".
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

           FD arq-devolucoes.
           01  rw-dev-registro.
               03 rw-dev-nr-devolucao      PIC 9(007).
               03 rw-dev-nr-pedido         PIC 9(007).
               03 rw-dev-cd-produto        PIC 9(007).
               03 rw-dev-cd-cliente        PIC 9(007).
               03 rw-dev-cd-vendedor       PIC 9(003).
               03 rw-dev-dt-devolucao      PIC 9(008).
               03 rw-dev-qt-devolvida      PIC 9(005).
               03 rw-dev-vl-devolvido      PIC 9(009)v9(002).
               03 rw-dev-ds-motivo         PIC x(030).

           FD arq-produtos.
           01  rw-prd-registro.
               03 rw-prd-cd-produto         PIC 9(007).
               03 rw-prd-ds-descricao       PIC x(040).
               03 rw-prd-ds-unidade         PIC x(003).
               03 rw-prd-vl-preco-lista     PIC 9(007)v9(002).
               03 rw-prd-st-ativo           PIC x(001).
                  88 rw-prd-ativo               VALUE "A".
                  88 rw-prd-inativo             VALUE "I".
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

           FD arq-vasilhames.
           01  rw-vsl-registro.
               03 rw-vsl-chave.
                  05 rw-vsl-cd-cliente     PIC 9(007).
                  05 rw-vsl-tp-vasilhame   PIC x(003).
               03 rw-vsl-qt-saldo          PIC s9(007).

           FD arq-estoque.
           01  rw-est-registro.
               03 rw-est-cd-produto        PIC 9(007).
               03 rw-est-qt-saldo          PIC s9(007).

           FD arq-controle-devolucao.
           01  rw-controle-devolucao       PIC 9(007).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-vasilhames  PIC x(02).
                  88 ws-vasilhames-ok          VALUE "00", "02".
               03 ws-resultado-estoque     PIC x(02).
                  88 ws-estoque-ok             VALUE "00", "02".
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".

           01  ws-nr-pedido-baixa          PIC 9(007) VALUE ZEROS.
           01  ws-tp-entrega               PIC x(001) VALUE SPACES.
               88 ws-entrega-total             VALUE "T", "t".
               88 ws-entrega-parcial           VALUE "P", "p".
               88 ws-recusa-total              VALUE "R", "r".

      *    recusas informadas na entrega parcial, por item do pedido
           01  ws-campos-recusa.
               03 ws-qt-itens-recusa       PIC 9(003) VALUE ZEROS.
               03 ws-ix-recusa             PIC 9(003) VALUE ZEROS.
               03 ws-qt-total-entregue     PIC 9(007) VALUE ZEROS.
               03 ws-qt-total-recusada     PIC 9(007) VALUE ZEROS.
               03 ws-item-valido-sw        PIC x(001) VALUE "N".
                  88 ws-item-valido            VALUE "S".
               03 ws-qt-recusada           PIC 9(005) VALUE ZEROS.
               03 ws-ds-motivo-recusa      PIC x(030) VALUE SPACES.
               03 ws-item-recusa           OCCURS 999 TIMES.
                  05 ws-rec-cd-produto     PIC 9(007).
                  05 ws-rec-qt-recusada    PIC 9(005).
                  05 ws-rec-vl-unitario    PIC 9(007)v9(002).
                  05 ws-rec-ds-motivo      PIC x(030).
               03 ws-nr-devolucao          PIC 9(007) VALUE ZEROS.
               03 ws-dt-devolucao          PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-MOVIMENTO.
               05 MOV-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 MOV-TP-MOVIMENTO         PIC x(001) VALUE SPACES.
               05 MOV-QT-MOVIMENTO         PIC s9(007) VALUE ZEROS.
               05 MOV-TP-DOCUMENTO         PIC x(001) VALUE SPACES.
               05 MOV-NR-DOCUMENTO         PIC 9(007) VALUE ZEROS.
               05 MOV-ID-OPERADOR          PIC x(010) VALUE SPACES.
               05 MOV-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 MOV-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-ABATIMENTO.
               05 ABT-NR-PEDIDO            PIC 9(007) VALUE ZEROS.
               05 ABT-VL-ABATIMENTO        PIC 9(011)v9(002)
                                            VALUE ZEROS.
               05 ABT-TP-DOCUMENTO         PIC x(001) VALUE SPACES.
               05 ABT-NR-DOCUMENTO         PIC 9(007) VALUE ZEROS.
               05 ABT-ID-OPERADOR          PIC x(010) VALUE SPACES.
               05 ABT-VL-ABATIDO           PIC 9(011)v9(002)
                                            VALUE ZEROS.
               05 ABT-VL-CREDITO           PIC 9(011)v9(002)
                                            VALUE ZEROS.
               05 ABT-RETORNO              PIC x(002) VALUE SPACES.
                  88 ABT-COM-CREDITO           VALUE "01".
                  88 ABT-TITULOS-INDISPONIVEL  VALUE "99".

           01  ws-totais-abatimento.
               03 ws-vl-credito-recusa     PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-abatimento-falhou-sw  PIC x(001) VALUE "N".
                  88 ws-abatimento-falhou      VALUE "S".

           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).

           01  WS-CONTADORES.
               03 WS-CT-ENTREGUES          PIC 9(006) VALUE ZEROS.
               03 WS-CT-PARCIAIS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-RECUSADOS          PIC 9(006) VALUE ZEROS.

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).
                                               LINE 05 COL 05.
               07  PEDIDO-ON-SCR-IN            LINE 05 COL 40
                            PIC 9(07)        TO ws-nr-pedido-baixa.
           05  TIPO-ENTREGA-SECTION.
               07  VALUE "Entrega (T=total P=parcial R=recusada):"
                                               LINE 06 COL 05.
               07  TIPO-ON-SCR-IN              LINE 06 COL 46
                            PIC x(01)        TO ws-tp-entrega.
           05  ITEM-RECUSA-SECTION.
               07  VALUE "Item:"               LINE 10 COL 05.
               07  ITEM-SEQ-OUT                LINE 10 COL 30
                            PIC 9(03)       USING rw-pit-nr-sequencia.
               07  VALUE "Produto:"            LINE 11 COL 05.
               07  ITEM-PRODUTO-OUT            LINE 11 COL 30
                            PIC 9(07)       USING rw-pit-cd-produto.
               07  VALUE "Quantidade do item:" LINE 12 COL 05.
               07  ITEM-QTDE-OUT               LINE 12 COL 30
                            PIC 9(05)       USING rw-pit-qt-produto.
               07  VALUE "Quantidade recusada:" LINE 13 COL 05.
               07  RECUSA-QTDE-ON-SCR-IN       LINE 13 COL 30
                            PIC 9(05)       USING ws-qt-recusada.
               07  VALUE "Motivo da recusa:"   LINE 14 COL 05.
               07  RECUSA-MOTIVO-ON-SCR-IN     LINE 14 COL 30
                            PIC x(30)       USING ws-ds-motivo-recusa.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 08 COL 05
                                             USING whs-mensagem.
                       "indisponivel"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-itens.
           OPEN I-O arq-devolucoes.
           IF  NOT ws-devolucoes-ok
               OPEN OUTPUT arq-devolucoes
               CLOSE arq-devolucoes
               OPEN I-O arq-devolucoes
           END-IF.
           OPEN INPUT arq-produtos.
           OPEN I-O arq-estoque.
           IF  NOT ws-estoque-ok
               OPEN OUTPUT arq-estoque
               CLOSE arq-estoque
               OPEN I-O arq-estoque
           END-IF.
           OPEN I-O arq-vasilhames.
           IF  NOT ws-vasilhames-ok
               OPEN OUTPUT arq-vasilhames
               CLOSE arq-vasilhames
               OPEN I-O arq-vasilhames
           END-IF.
           MOVE 1                          TO ws-nr-pedido-baixa.
           PERFORM BAIXAR-PEDIDO
                   UNTIL ws-nr-pedido-baixa EQUAL ZEROS.
           CLOSE arq-pedidos.
           CLOSE arq-itens.
           CLOSE arq-devolucoes.
           CLOSE arq-produtos.
           CLOSE arq-estoque.
           CLOSE arq-vasilhames.
           DISPLAY "CONFIRMACAO-ENTREGAS: " WS-CT-ENTREGUES
                   " pedidos entregues, " WS-CT-PARCIAIS
                   " com recusa parcial, " WS-CT-RECUSADOS
                   " recusados".
           EXIT PROGRAM.

       BAIXAR-PEDIDO SECTION.
                       MOVE "Pedido ainda nao faturado"
                                            TO whs-mensagem
                   WHEN OTHER
                       PERFORM INFORMAR-TIPO-ENTREGA
               END-EVALUATE
           END-IF.
           DISPLAY MENSAGEM-SECTION.
           ACCEPT MENSAGEM-SECTION.

       INFORMAR-TIPO-ENTREGA SECTION.
           MOVE SPACES                     TO ws-tp-entrega.
           DISPLAY TIPO-ENTREGA-SECTION.
           ACCEPT TIPO-ON-SCR-IN.
           EVALUATE TRUE
               WHEN ws-entrega-total
                   PERFORM BAIXAR-ENTREGA-TOTAL
               WHEN ws-entrega-parcial
                   PERFORM BAIXAR-ENTREGA-PARCIAL
               WHEN ws-recusa-total
                   PERFORM REGISTRAR-RECUSA-TOTAL
               WHEN OTHER
                   MOVE "Tipo de entrega invalido" TO whs-mensagem
           END-EVALUATE.

       BAIXAR-ENTREGA-TOTAL SECTION.
           MOVE "E"                        TO rw-st-pedido.
           ACCEPT rw-dt-entrega FROM DATE YYYYMMDD.
           MOVE "C"                        TO rw-st-entrega.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               ADD 1                       TO WS-CT-ENTREGUES
               MOVE "Entrega baixada"      TO whs-mensagem
               MOVE "ENTREGA"              TO WR-AU-ACAO
               PERFORM GRAVAR-LOG-AUDITORIA
           ELSE
               MOVE "Erro ao baixar a entrega" TO whs-mensagem
           END-IF.

      ******************************************************************
      * Pedido recusado por inteiro nao e entregue nem devolvido: segue
      * faturado, com a mercadoria ainda reservada, e entra de novo no
      * proximo romaneio.
      ******************************************************************
       REGISTRAR-RECUSA-TOTAL SECTION.
           ADD 1                           TO WS-CT-RECUSADOS.
           MOVE "Pedido recusado - volta para o proximo romaneio"
                                           TO whs-mensagem.
           MOVE "RECUSA"                   TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.

      ******************************************************************
      * Entrega parcial: colhe a recusa de cada item e so depois grava,
      * para que a recusa de tudo volte o pedido ao romaneio em vez de
      * gerar devolucao.
      ******************************************************************
       BAIXAR-ENTREGA-PARCIAL SECTION.
           MOVE ZEROS                      TO ws-qt-itens-recusa.
           MOVE ZEROS                      TO ws-qt-total-entregue.
           MOVE ZEROS                      TO ws-qt-total-recusada.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-itens
           END-START.
           IF  ws-itens-ok
               READ arq-itens NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
                      OR ws-qt-itens-recusa EQUAL 999
               PERFORM INFORMAR-RECUSA-ITEM
               READ arq-itens NEXT RECORD
           END-PERFORM.
           MOVE SPACES                     TO whs-mensagem.
           IF  ws-qt-total-recusada EQUAL ZEROS
               PERFORM BAIXAR-ENTREGA-TOTAL
               EXIT SECTION
           END-IF.
           IF  ws-qt-total-recusada EQUAL ws-qt-total-entregue
               PERFORM REGISTRAR-RECUSA-TOTAL
               EXIT SECTION
           END-IF.
           MOVE "E"                        TO rw-st-pedido.
           ACCEPT rw-dt-entrega FROM DATE YYYYMMDD.
           MOVE "P"                        TO rw-st-entrega.
           REWRITE rw-registro.
           IF  NOT ws-operacao-ok
               MOVE "Erro ao baixar a entrega" TO whs-mensagem
               EXIT SECTION
           END-IF.
           ACCEPT ws-dt-devolucao FROM DATE YYYYMMDD.
           MOVE ZEROS                      TO ws-vl-credito-recusa.
           MOVE "N"                        TO ws-abatimento-falhou-sw.
           PERFORM VARYING ws-ix-recusa FROM 1 BY 1
                     UNTIL ws-ix-recusa GREATER ws-qt-itens-recusa
               IF  ws-rec-qt-recusada(ws-ix-recusa) GREATER ZEROS
                   PERFORM GRAVAR-DEVOLUCAO-RECUSA
               END-IF
           END-PERFORM.
           ADD 1                           TO WS-CT-PARCIAIS.
           EVALUATE TRUE
               WHEN ws-abatimento-falhou
                   MOVE "Entrega parcial baixada - titulos NAO abatidos"
                                           TO whs-mensagem
               WHEN ws-vl-credito-recusa GREATER ZEROS
                   MOVE SPACES             TO whs-mensagem
                   STRING "Entrega parcial baixada - credito ao "
                          "cliente " ws-vl-credito-recusa
                          DELIMITED BY SIZE INTO whs-mensagem
               WHEN OTHER
                   MOVE "Entrega parcial baixada - recusa devolvida"
                                           TO whs-mensagem
           END-EVALUATE.
           MOVE "ENTR PARC"                TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.

       INFORMAR-RECUSA-ITEM SECTION.
           ADD 1                           TO ws-qt-itens-recusa.
           MOVE ZEROS                      TO ws-qt-recusada.
           MOVE SPACES                     TO ws-ds-motivo-recusa.
           MOVE "N"                        TO ws-item-valido-sw.
           PERFORM UNTIL ws-item-valido
               DISPLAY ITEM-RECUSA-SECTION
               ACCEPT RECUSA-QTDE-ON-SCR-IN
               ACCEPT RECUSA-MOTIVO-ON-SCR-IN
               EVALUATE TRUE
                   WHEN ws-qt-recusada GREATER rw-pit-qt-produto
                       MOVE "Quantidade recusada excede a do item"
                                           TO whs-mensagem
                       DISPLAY MENSAGEM-SECTION
                   WHEN ws-qt-recusada GREATER ZEROS
                    AND ws-ds-motivo-recusa EQUAL SPACES
                       MOVE "Motivo da recusa e obrigatorio"
                                           TO whs-mensagem
                       DISPLAY MENSAGEM-SECTION
                   WHEN OTHER
                       MOVE "S"            TO ws-item-valido-sw
               END-EVALUATE
           END-PERFORM.
           MOVE rw-pit-cd-produto
                         TO ws-rec-cd-produto(ws-qt-itens-recusa).
           MOVE ws-qt-recusada
                         TO ws-rec-qt-recusada(ws-qt-itens-recusa).
           MOVE rw-pit-vl-unitario
                         TO ws-rec-vl-unitario(ws-qt-itens-recusa).
           MOVE ws-ds-motivo-recusa
                         TO ws-rec-ds-motivo(ws-qt-itens-recusa).
           ADD rw-pit-qt-produto           TO ws-qt-total-entregue.
           ADD ws-qt-recusada              TO ws-qt-total-recusada.

      ******************************************************************
      * A quantidade recusada vira devolucao contra o pedido (mesmo
      * numerador e layout do CADASTRO-DEVOLUCOES), volta ao estoque
      * e abate o vasilhame do cliente.
      ******************************************************************
       GRAVAR-DEVOLUCAO-RECUSA SECTION.
           PERFORM OBTER-PROXIMA-DEVOLUCAO.
           INITIALIZE                      rw-dev-registro.
           MOVE ws-nr-devolucao            TO rw-dev-nr-devolucao.
           MOVE rw-nr-pedido               TO rw-dev-nr-pedido.
           MOVE ws-rec-cd-produto(ws-ix-recusa) TO rw-dev-cd-produto.
           MOVE rw-cd-cliente              TO rw-dev-cd-cliente.
           MOVE rw-cd-vendedor             TO rw-dev-cd-vendedor.
           MOVE ws-dt-devolucao            TO rw-dev-dt-devolucao.
           MOVE ws-rec-qt-recusada(ws-ix-recusa)
                                           TO rw-dev-qt-devolvida.
           COMPUTE rw-dev-vl-devolvido =
                   ws-rec-qt-recusada(ws-ix-recusa)
                 * ws-rec-vl-unitario(ws-ix-recusa).
           MOVE ws-rec-ds-motivo(ws-ix-recusa) TO rw-dev-ds-motivo.
           WRITE rw-dev-registro.
           IF  ws-devolucoes-ok
               PERFORM DEVOLVER-ESTOQUE
               PERFORM DEVOLVER-VASILHAME
               PERFORM ABATER-TITULOS-DEVOLUCAO
               IF  ABT-TITULOS-INDISPONIVEL
                   MOVE "S"                TO ws-abatimento-falhou-sw
               END-IF
               ADD ABT-VL-CREDITO          TO ws-vl-credito-recusa
           END-IF.

      ******************************************************************
      * O valor devolvido sai dos titulos em aberto do pedido, para o
      * cliente nao seguir cobrado (nem envelhecer no aging e cair no
      * bloqueio por atraso) pela mercadoria que nao ficou.
      ******************************************************************
       ABATER-TITULOS-DEVOLUCAO SECTION.
           MOVE rw-dev-nr-pedido           TO ABT-NR-PEDIDO.
           MOVE rw-dev-vl-devolvido        TO ABT-VL-ABATIMENTO.
           MOVE "D"                        TO ABT-TP-DOCUMENTO.
           MOVE rw-dev-nr-devolucao        TO ABT-NR-DOCUMENTO.
           MOVE PARM-OPERADOR-ID           TO ABT-ID-OPERADOR.
           CALL "ABATER-TITULOS" USING PARAMETROS-ABATIMENTO.
           CANCEL "ABATER-TITULOS".

       DEVOLVER-VASILHAME SECTION.
           MOVE rw-dev-cd-produto          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  NOT rw-prd-retornavel
           OR  rw-prd-tp-vasilhame EQUAL SPACES
               EXIT SECTION
           END-IF.
           MOVE rw-dev-cd-cliente          TO rw-vsl-cd-cliente.
           MOVE rw-prd-tp-vasilhame        TO rw-vsl-tp-vasilhame.
           READ arq-vasilhames KEY IS rw-vsl-chave
               INVALID KEY
                   MOVE rw-dev-cd-cliente  TO rw-vsl-cd-cliente
                   MOVE rw-prd-tp-vasilhame TO rw-vsl-tp-vasilhame
                   COMPUTE rw-vsl-qt-saldo = 0 - rw-dev-qt-devolvida
                   WRITE rw-vsl-registro
               NOT INVALID KEY
                   SUBTRACT rw-dev-qt-devolvida FROM rw-vsl-qt-saldo
                   REWRITE rw-vsl-registro
           END-READ.

       DEVOLVER-ESTOQUE SECTION.
           MOVE rw-dev-cd-produto          TO rw-est-cd-produto.
           READ arq-estoque KEY IS rw-est-cd-produto
               INVALID KEY
                   MOVE rw-dev-cd-produto  TO rw-est-cd-produto
                   MOVE rw-dev-qt-devolvida TO rw-est-qt-saldo
                   WRITE rw-est-registro
               NOT INVALID KEY
                   ADD rw-dev-qt-devolvida TO rw-est-qt-saldo
                   REWRITE rw-est-registro
           END-READ.
           MOVE rw-dev-cd-produto          TO MOV-CD-PRODUTO.
           MOVE "D"                        TO MOV-TP-MOVIMENTO.
           MOVE rw-dev-qt-devolvida        TO MOV-QT-MOVIMENTO.
           MOVE "D"                        TO MOV-TP-DOCUMENTO.
           MOVE ws-nr-devolucao            TO MOV-NR-DOCUMENTO.
           MOVE PARM-OPERADOR-ID           TO MOV-ID-OPERADOR.
           MOVE rw-dev-cd-cliente          TO DEP-CD-CLIENTE.
           MOVE ZEROS                      TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           MOVE DEP-CD-DEPOSITO            TO MOV-CD-DEPOSITO.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".

       OBTER-PROXIMA-DEVOLUCAO SECTION.
           MOVE ZEROS                      TO ws-nr-devolucao.
           OPEN INPUT arq-controle-devolucao.
           IF  ws-controle-ok
               READ arq-controle-devolucao
               IF  ws-controle-ok
                   MOVE rw-controle-devolucao TO ws-nr-devolucao
               END-IF
               CLOSE arq-controle-devolucao
           END-IF.
           ADD 1                           TO ws-nr-devolucao.
           OPEN OUTPUT arq-controle-devolucao.
           MOVE ws-nr-devolucao            TO rw-controle-devolucao.
           WRITE rw-controle-devolucao.
           CLOSE arq-controle-devolucao.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-hr-auditoria(1:6)    TO WR-AU-HORA.
           MOVE PARM-OPERADOR-ID        TO WR-AU-OPERADOR.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-nr-pedido            TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".
       END PROGRAM CONFIRMACAO-ENTREGAS.
