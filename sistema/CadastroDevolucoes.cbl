      *          pedido original: a quantidade devolvida e validada
      *          contra a quantidade pedida do item (descontadas as
      *          devolucoes anteriores) e o valor devolvido e
      *          calculado pelo preco unitario do item e abatido dos
      *          titulos em aberto do pedido (ABATER-TITULOS), com o
      *          que sobrar como credito do cliente. Alem da tela,
      *          a opcao IMPORTAR processa um arquivo em lote
      *          (devolucoesImport.txt: PEDIDO;PRODUTO;DATA;QTDE;
      *          MOTIVO) com relatorio de aceite/rejeicao por linha.
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-fechamentos.

           SELECT arq-controle-devolucao
                  ASSIGN TO "devControle.dat"
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

           FD arq-itens.
           01  rw-pit-registro.
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

           FD arq-produtos.
           01  rw-prd-registro.
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
               03 rw-fch-dt-fechamento     PIC 9(008).
               03 rw-fch-id-operador       PIC x(010).

           FD arq-controle-devolucao.
           01  rw-controle-devolucao       PIC 9(007).

                  88 ws-vasilhames-ok          VALUE "00", "02".
               03 ws-resultado-fechamentos PIC x(02).
                  88 ws-fechamentos-ok         VALUE "00", "02".
               03 ws-resultado-import      PIC x(02).
                  88 ws-import-ok              VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 WS-CT-ACEITAS            PIC 9(006) VALUE ZEROS.
               03 WS-CT-REJEITADAS         PIC 9(006) VALUE ZEROS.

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

       LINKAGE SECTION.
           01  PARM-SUBMENU-OPCAO          PIC x(01).
           PERFORM GRAVAR-DEVOLUCAO.
           IF  ws-operacao-ok
               MOVE SPACES                TO whs-mensagem
               EVALUATE TRUE
                   WHEN ABT-TITULOS-INDISPONIVEL
                       STRING "Devolucao " ws-nr-devolucao
                              " gravada - titulos NAO abatidos"
                              DELIMITED BY SIZE INTO whs-mensagem
                   WHEN ABT-COM-CREDITO
                       STRING "Devolucao " ws-nr-devolucao
                              " gravada - credito ao cliente "
                              ABT-VL-CREDITO
                              DELIMITED BY SIZE INTO whs-mensagem
                   WHEN OTHER
                       STRING "Devolucao " ws-nr-devolucao
                              " gravada com sucesso"
                              DELIMITED BY SIZE INTO whs-mensagem
               END-EVALUATE
           ELSE
               MOVE "Erro ao gravar devolucao" TO whs-mensagem
           END-IF.
           IF  ws-operacao-ok
               PERFORM DEVOLVER-ESTOQUE
               PERFORM DEVOLVER-VASILHAME
               PERFORM ABATER-TITULOS-DEVOLUCAO
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

      ******************************************************************
      * Produto retornavel devolvido abate a divida de vasilhame do
      * cliente no tipo de embalagem do produto.

      ******************************************************************
      * O produto devolvido volta ao saldo de estoque e o movimento
      * entra no livro como tipo "D", no deposito que atende o cliente.
      ******************************************************************
       DEVOLVER-ESTOQUE SECTION.
           MOVE ws-cd-produto-dev          TO rw-est-cd-produto.
                   ADD ws-qt-devolvida     TO rw-est-qt-saldo
                   REWRITE rw-est-registro
           END-READ.
           MOVE ws-cd-produto-dev          TO MOV-CD-PRODUTO.
           MOVE "D"                        TO MOV-TP-MOVIMENTO.
           MOVE ws-qt-devolvida            TO MOV-QT-MOVIMENTO.
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
               STRING "ACEITA    linha " ws-nr-linha
                      " devolucao " ws-nr-devolucao
                      " pedido " ws-nr-pedido-dev
                      " titulos " ABT-RETORNO
                      " abatido " ABT-VL-ABATIDO
                      " credito " ABT-VL-CREDITO
                      DELIMITED BY SIZE INTO rw-relat-import
           ELSE
               ADD 1                       TO WS-CT-REJEITADAS
