      *          mesmas validacoes da digitacao em tela: cliente
      *          cadastrado, ativo e sem bloqueio comercial, vendedor
      *          ativo, produto ativo e preco defaultado da tabela por
      *          canal/classe ou do preco de lista, com a campanha
      *          promocional vigente aplicada (LOCALIZAR-CAMPANHA);
      *          cliente de grupo (rede) usa a tabela e a condicao do
      *          grupo, quando houver.
      *          Cada linha traz um item (PEDIDO;CLIENTE;DATA;
      *          CONDPAGTO;PRODUTO;QTDE;VALOR;TIPO, com TIPO "B" para
      *          bonificacao, sujeita a verba mensal do vendedor) e
      *          linhas consecutivas do mesmo pedido formam um unico
      *          pedido. Cliente com titulo vencido alem do
      *          parametro DIAS-ATRASO-BLOQUEIO e recusado. O ICMS e o
      *          ICMS-ST de cada item saem do CALCULO-ICMS, com o ST
      *          somado ao total do pedido. A data prometida de
      *          entrega sai do CALCULO-ENTREGA-PREVISTA, como na
      *          digitacao, contada a partir da importacao. O
      *          relatorio de aceite/rejeicao por linha sai em
      *          relatImportPedidosNNN.txt.
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

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-fechamentos.

           SELECT arq-titulos ASSIGN TO DISK "titulos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-tit-chave
             ALTERNATE KEY      IS rw-tit-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-titulos.

           SELECT arq-itens-retidos ASSIGN TO DISK "itensRetidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ret-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-retidos.

           SELECT arq-entrada ASSIGN TO ws-nome-arquivo-entrada
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

           FD arq-clientes.
           01  rw-cli-registro.
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

           FD arq-precos.
           01  rw-prc-registro.
               03 rw-fch-dt-fechamento     PIC 9(008).
               03 rw-fch-id-operador       PIC x(010).

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

      *    bonificacao acima da verba do vendedor fica retida para
      *    liberacao do supervisor (LIBERACAO-PRECOS)
           FD arq-itens-retidos.
           01  rw-ret-registro.
               03 rw-ret-chave.
                  05 rw-ret-nr-pedido      PIC 9(007).
                  05 rw-ret-cd-produto     PIC 9(007).
               03 rw-ret-qt-produto        PIC 9(005).
               03 rw-ret-vl-digitado       PIC 9(007)v9(002).
               03 rw-ret-vl-referencia     PIC 9(007)v9(002).
               03 rw-ret-id-operador       PIC x(010).
               03 rw-ret-dt-retencao       PIC 9(008).
               03 rw-ret-tp-item           PIC x(001).
                  88 rw-ret-preco              VALUE "P", " ".
                  88 rw-ret-bonificacao        VALUE "B".

           FD arq-entrada.
           01  rw-entrada                  PIC x(200).

                  88 ws-precos-ok              VALUE "00", "02".
               03 ws-resultado-fechamentos PIC x(02).
                  88 ws-fechamentos-ok         VALUE "00", "02".
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".
               03 ws-resultado-retidos     PIC x(02).
                  88 ws-retidos-ok             VALUE "00", "02".
               03 ws-resultado-entrada     PIC x(02).
                  88 ws-entrada-ok             VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 ws-col-produto-str       PIC x(007).
               03 ws-col-qtde-str          PIC x(005).
               03 ws-col-valor-str         PIC x(013).
               03 ws-col-tipo-str          PIC x(001).

           01  ws-campos-linha.
               03 ws-nr-linha              PIC 9(006) VALUE ZEROS.
               03 ws-qt-produto-linha      PIC 9(005) VALUE ZEROS.
               03 ws-vl-unitario-linha     PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-tp-item-linha         PIC x(001) VALUE SPACES.
                  88 ws-linha-bonificacao      VALUE "B".

           01  ws-controle-pedido.
               03 ws-nr-pedido-corrente    PIC 9(007) VALUE ZEROS.
               03 ws-cd-canal-cliente      PIC x(003) VALUE SPACES.
               03 ws-cd-classe-cliente     PIC x(001) VALUE SPACES.
               03 ws-cond-pagto-cliente    PIC x(003) VALUE SPACES.
               03 ws-cd-territorio-cliente PIC x(005) VALUE SPACES.
               03 ws-cd-canal-grupo        PIC x(003) VALUE SPACES.
               03 ws-cd-classe-grupo       PIC x(001) VALUE SPACES.
               03 ws-cd-canal-busca        PIC x(003) VALUE SPACES.
               03 ws-cd-classe-busca       PIC x(001) VALUE SPACES.

           01  PARAMETROS-GRUPO.
               05 GRP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 GRP-CD-GRUPO             PIC 9(005) VALUE ZEROS.
               05 GRP-DS-GRUPO             PIC x(040) VALUE SPACES.
               05 GRP-VL-LIMITE            PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 GRP-CD-CANAL-PRECO       PIC x(003) VALUE SPACES.
               05 GRP-CD-CLASSE-PRECO      PIC x(001) VALUE SPACES.
               05 GRP-CD-COND-PAGTO        PIC x(003) VALUE SPACES.
               05 GRP-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-precos-abertos-sw        PIC x(001) VALUE "N".
               88 ws-precos-abertos            VALUE "S".
                                            VALUE ZEROS.
           01  ws-dt-inicio-vigente        PIC 9(008) VALUE ZEROS.
           01  ws-motivo-rejeicao          PIC x(050) VALUE SPACES.
           01  ws-cd-campanha-linha        PIC 9(005) VALUE ZEROS.
           01  ws-vl-preco-cheio-linha     PIC 9(007)v9(002)
                                            VALUE ZEROS.

           01  PARAMETROS-CAMPANHA.
               05 CMP-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 CMP-CD-CANAL             PIC x(003) VALUE SPACES.
               05 CMP-CD-TERRITORIO        PIC x(005) VALUE SPACES.
               05 CMP-DT-PEDIDO            PIC 9(008) VALUE ZEROS.
               05 CMP-QT-PRODUTO           PIC 9(005) VALUE ZEROS.
               05 CMP-VL-UNITARIO          PIC 9(007)v9(002)
                                            VALUE ZEROS.
               05 CMP-CD-CAMPANHA          PIC 9(005) VALUE ZEROS.
               05 CMP-VL-DESCONTO          PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 CMP-RETORNO              PIC x(002) VALUE SPACES.

      *    verba mensal de bonificacao: consumo dos outros pedidos do
      *    vendedor no anomes, consultado uma vez por pedido, mais as
      *    bonificacoes ja aceitas no pedido corrente
           01  ws-campos-bonificacao.
               03 ws-verba-consultada-sw   PIC x(001) VALUE "N".
                  88 ws-verba-consultada       VALUE "S".
               03 ws-linha-retida-sw       PIC x(001) VALUE "N".
                  88 ws-linha-retida           VALUE "S".
               03 ws-vl-bonif-pedido       PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-bonif-item         PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-referencia-linha   PIC 9(007)v9(002)
                                            VALUE ZEROS.

           01  PARAMETROS-VERBA.
               05 VRB-CD-VENDEDOR          PIC 9(003) VALUE ZEROS.
               05 VRB-NR-ANOMES            PIC 9(006) VALUE ZEROS.
               05 VRB-NR-PEDIDO            PIC 9(007) VALUE ZEROS.
               05 VRB-VL-VERBA             PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 VRB-VL-CONSUMIDO         PIC 9(011)v9(002)
                                            VALUE ZEROS.
               05 VRB-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-ICMS.
               05 ICM-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 ICM-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 ICM-VL-BASE              PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-PC-ICMS              PIC 9(002)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-ICMS              PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-BASE-ST           PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-ICMS-ST           PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-ENTREGA-PREVISTA.
               05 ENT-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 ENT-DT-PEDIDO            PIC 9(008) VALUE ZEROS.
               05 ENT-DT-ENTREGA           PIC 9(008) VALUE ZEROS.
               05 ENT-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

           01  ws-campos-titulos.
               03 ws-titulos-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-titulos-abertos        VALUE "S".
               03 ws-dias-atraso-bloqueio  PIC 9(004) VALUE 30.
               03 ws-dias-atraso-titulo    PIC s9(008) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-hoje       PIC 9(008) VALUE ZEROS.
               03 ws-titulo-vencido-sw     PIC x(001) VALUE "N".
                  88 ws-titulo-vencido         VALUE "S".
           01  ws-idx-item                 PIC 9(003) VALUE ZEROS.

           01  WS-CONTADORES.
               03 WS-CT-PEDIDOS-REJEITADOS PIC 9(006) VALUE ZEROS.
               03 WS-CT-ITENS-ACEITOS      PIC 9(006) VALUE ZEROS.
               03 WS-CT-ITENS-REJEITADOS   PIC 9(006) VALUE ZEROS.
               03 WS-CT-ITENS-RETIDOS      PIC 9(006) VALUE ZEROS.

       LINKAGE SECTION.
           01  PARAMETROS-IMPORTACAO-PEDIDOS.
           IF  ws-fechamentos-ok
               MOVE "S"                    TO ws-fechamentos-abertos-sw
           END-IF.
           OPEN INPUT arq-titulos.
           IF  ws-titulos-ok
               MOVE "S"                    TO ws-titulos-abertos-sw
           END-IF.
           MOVE "DIAS-ATRASO-BLOQUEIO"     TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-dias-atraso-bloqueio
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-nr-inteiro-hoje =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje).

       PROCESSAR-ENTRADA SECTION.
           READ arq-entrada.
                                     ws-col-condicao-str
                                     ws-col-produto-str
                                     ws-col-qtde-str
                                     ws-col-valor-str
                                     ws-col-tipo-str.
           MOVE FUNCTION NUMVAL(ws-col-pedido-str)
                                           TO ws-nr-pedido-linha.
           MOVE FUNCTION NUMVAL(ws-col-cliente-str)
                                           TO ws-qt-produto-linha.
           MOVE FUNCTION NUMVAL(ws-col-valor-str)
                                           TO ws-vl-unitario-linha.
           MOVE FUNCTION UPPER-CASE(ws-col-tipo-str)
                                           TO ws-tp-item-linha.

       PROCESSAR-LINHA-ITEM SECTION.
           IF  ws-nr-pedido-linha NOT EQUAL ws-nr-pedido-corrente
               PERFORM GRAVAR-REJEICAO-LINHA
               EXIT SECTION
           END-IF.
           IF  ws-linha-bonificacao
               PERFORM VERIFICAR-VERBA-LINHA
               IF  ws-linha-retida
                   ADD 1                   TO WS-CT-ITENS-RETIDOS
                   EXIT SECTION
               END-IF
           ELSE
               IF  ws-vl-unitario-linha EQUAL ZEROS
                   PERFORM LOCALIZAR-PRECO-LINHA
                   IF  ws-preco-tabela GREATER ZEROS
                       MOVE ws-preco-tabela
                                           TO ws-vl-unitario-linha
                   ELSE
                       MOVE rw-prd-vl-preco-lista
                                           TO ws-vl-unitario-linha
                   END-IF
               END-IF
               PERFORM APLICAR-CAMPANHA-LINHA
           END-IF.
           ADD 1                           TO rw-qt-itens.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ws-vl-unitario-linha       TO rw-pit-vl-unitario.
           COMPUTE rw-pit-vl-item =
                   ws-qt-produto-linha * ws-vl-unitario-linha.
           MOVE ws-cd-campanha-linha       TO rw-pit-cd-campanha.
           MOVE ws-vl-preco-cheio-linha    TO rw-pit-vl-preco-cheio.
           IF  ws-linha-bonificacao
               MOVE "B"                    TO rw-pit-tp-item
           ELSE
               MOVE "V"                    TO rw-pit-tp-item
           END-IF.
           PERFORM CALCULAR-IMPOSTOS-LINHA.
           WRITE rw-pit-registro.
           IF  NOT ws-itens-ok
               SUBTRACT 1                  FROM rw-qt-itens
               EXIT SECTION
           END-IF.
           ADD rw-pit-vl-item              TO rw-vl-total-pedido.
           ADD rw-pit-vl-icms-st           TO rw-vl-total-pedido.
           IF  ws-linha-bonificacao
               ADD ws-vl-bonif-item        TO ws-vl-bonif-pedido
           END-IF.
           ADD 1                           TO WS-CT-ITENS-ACEITOS.

      ******************************************************************
      * Mesmo calculo de impostos do CADASTRO-PEDIDOS: bonificacao e
      * tributada pelo preco de referencia.
      ******************************************************************
       CALCULAR-IMPOSTOS-LINHA SECTION.
           MOVE rw-cd-cliente              TO ICM-CD-CLIENTE.
           MOVE rw-pit-cd-produto          TO ICM-CD-PRODUTO.
           IF  rw-pit-bonificacao
               COMPUTE ICM-VL-BASE =
                       rw-pit-qt-produto * rw-pit-vl-preco-cheio
           ELSE
               MOVE rw-pit-vl-item         TO ICM-VL-BASE
           END-IF.
           CALL "CALCULO-ICMS" USING PARAMETROS-ICMS.
           CANCEL "CALCULO-ICMS".
           MOVE ICM-PC-ICMS                TO rw-pit-pc-icms.
           MOVE ICM-VL-ICMS                TO rw-pit-vl-icms.
           MOVE ICM-VL-BASE-ST             TO rw-pit-vl-base-st.
           MOVE ICM-VL-ICMS-ST             TO rw-pit-vl-icms-st.

      ******************************************************************
      * Abre o pedido corrente validando numero duplicado, mes
      * comercial aberto e o cliente com as mesmas regras da tela
       INICIAR-PEDIDO-CORRENTE SECTION.
           MOVE ws-nr-pedido-linha         TO ws-nr-pedido-corrente.
           MOVE "S"                        TO ws-pedido-valido-sw.
           MOVE "N"                        TO ws-verba-consultada-sw.
           MOVE ZEROS                      TO ws-vl-bonif-pedido.
           MOVE SPACES                     TO ws-motivo-pedido.
           INITIALIZE                      rw-registro.
           MOVE ws-nr-pedido-linha         TO rw-nr-pedido.
                       MOVE rw-cli-cd-classe TO ws-cd-classe-cliente
                       MOVE rw-cli-cd-cond-pagto
                                             TO ws-cond-pagto-cliente
                       MOVE rw-cli-cd-territorio
                                             TO ws-cd-territorio-cliente
                       PERFORM LOCALIZAR-GRUPO-LINHA
                       IF  rw-cli-inativo
                           MOVE "cliente inativo" TO ws-motivo-pedido
                       END-IF
                           MOVE "cliente com bloqueio comercial"
                                           TO ws-motivo-pedido
                       END-IF
                       IF  ws-motivo-pedido EQUAL SPACES
                           PERFORM VERIFICAR-TITULOS-VENCIDOS
                           IF  ws-titulo-vencido
                               MOVE "cliente com titulo vencido"
                                           TO ws-motivo-pedido
                           END-IF
                       END-IF
                   END-IF
           END-START.

      ******************************************************************
      * Mesma regra do CADASTRO-PEDIDOS para cliente de grupo (rede):
      * condicao do grupo como padrao e tabela de precos do grupo.
      ******************************************************************
       LOCALIZAR-GRUPO-LINHA SECTION.
           MOVE rw-cli-cd-cliente          TO GRP-CD-CLIENTE.
           CALL "LOCALIZAR-GRUPO-CLIENTE" USING PARAMETROS-GRUPO.
           CANCEL "LOCALIZAR-GRUPO-CLIENTE".
           MOVE GRP-CD-CANAL-PRECO         TO ws-cd-canal-grupo.
           MOVE GRP-CD-CLASSE-PRECO        TO ws-cd-classe-grupo.
           IF  GRP-CD-COND-PAGTO NOT EQUAL SPACES
               MOVE GRP-CD-COND-PAGTO      TO ws-cond-pagto-cliente
           END-IF.

      ******************************************************************
      * Mesma trava da tela: titulo em aberto vencido ha mais dias que
      * o parametro DIAS-ATRASO-BLOQUEIO (padrao 30) recusa o pedido.
      ******************************************************************
       VERIFICAR-TITULOS-VENCIDOS SECTION.
           MOVE "N"                        TO ws-titulo-vencido-sw.
           IF  NOT ws-titulos-abertos
               EXIT SECTION
           END-IF.
           MOVE ws-cd-cliente-linha        TO rw-tit-cd-cliente.
           START arq-titulos KEY IS EQUAL rw-tit-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-titulos NEXT RECORD.
           PERFORM UNTIL NOT ws-titulos-ok OR ws-titulo-vencido
                      OR rw-tit-cd-cliente NOT EQUAL ws-cd-cliente-linha
               IF  rw-tit-em-aberto
                   COMPUTE ws-dias-atraso-titulo = ws-nr-inteiro-hoje
                         - FUNCTION INTEGER-OF-DATE(
                                             rw-tit-dt-vencimento)
                   IF  ws-dias-atraso-titulo GREATER
                                             ws-dias-atraso-bloqueio
                       MOVE "S"            TO ws-titulo-vencido-sw
                   END-IF
               END-IF
               READ arq-titulos NEXT RECORD
           END-PERFORM.

       VALIDAR-PRODUTO-LINHA SECTION.
           MOVE SPACES                     TO ws-motivo-rejeicao.
           IF  ws-qt-produto-linha EQUAL ZEROS
      ******************************************************************
      * Mesma regra de preco do CADASTRO-PEDIDOS: vigencia da tabela
      * por produto/canal/classe na data do pedido, inicio mais
      * recente prevalece; tabela do grupo antes da do cliente; sem
      * tabela vale o preco de lista.
      ******************************************************************
       LOCALIZAR-PRECO-LINHA SECTION.
           MOVE ZEROS                      TO ws-preco-tabela.
           IF  NOT ws-precos-abertos
               EXIT SECTION
           END-IF.
           IF  ws-cd-canal-grupo NOT EQUAL SPACES
               MOVE ws-cd-canal-grupo      TO ws-cd-canal-busca
               MOVE ws-cd-classe-grupo     TO ws-cd-classe-busca
               PERFORM BUSCAR-PRECO-LINHA
           END-IF.
           IF  ws-preco-tabela EQUAL ZEROS
               MOVE ZEROS                  TO ws-dt-inicio-vigente
               MOVE ws-cd-canal-cliente    TO ws-cd-canal-busca
               MOVE ws-cd-classe-cliente   TO ws-cd-classe-busca
               PERFORM BUSCAR-PRECO-LINHA
           END-IF.

       BUSCAR-PRECO-LINHA SECTION.
           MOVE ws-cd-produto-linha        TO rw-prc-cd-produto.
           MOVE ws-cd-canal-busca          TO rw-prc-cd-canal.
           MOVE ws-cd-classe-busca         TO rw-prc-cd-classe.
           MOVE ZEROS                      TO rw-prc-dt-inicio.
           START arq-precos KEY IS GREATER rw-prc-chave
               INVALID KEY
                      OR rw-prc-cd-produto NOT EQUAL
                                           ws-cd-produto-linha
                      OR rw-prc-cd-canal   NOT EQUAL
                                           ws-cd-canal-busca
                      OR rw-prc-cd-classe  NOT EQUAL
                                           ws-cd-classe-busca
               IF  rw-prc-dt-inicio NOT GREATER ws-dt-pedido-linha
               AND (rw-prc-dt-fim EQUAL ZEROS
                OR  rw-prc-dt-fim NOT LESS ws-dt-pedido-linha)
               READ arq-precos NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Mesma regra de campanha do CADASTRO-PEDIDOS: o desconto da
      * campanha vigente entra sobre o preco da linha e o preco cheio
      * fica gravado no item.
      ******************************************************************
       APLICAR-CAMPANHA-LINHA SECTION.
           MOVE ZEROS                      TO ws-cd-campanha-linha.
           MOVE ws-vl-unitario-linha       TO ws-vl-preco-cheio-linha.
           MOVE ws-cd-produto-linha        TO CMP-CD-PRODUTO.
           MOVE ws-cd-canal-cliente        TO CMP-CD-CANAL.
           MOVE ws-cd-territorio-cliente   TO CMP-CD-TERRITORIO.
           MOVE ws-dt-pedido-linha         TO CMP-DT-PEDIDO.
           MOVE ws-qt-produto-linha        TO CMP-QT-PRODUTO.
           MOVE ws-vl-unitario-linha       TO CMP-VL-UNITARIO.
           CALL "LOCALIZAR-CAMPANHA" USING PARAMETROS-CAMPANHA.
           CANCEL "LOCALIZAR-CAMPANHA".
           IF  CMP-RETORNO EQUAL "00"
               MOVE CMP-CD-CAMPANHA        TO ws-cd-campanha-linha
               MOVE CMP-VL-UNITARIO        TO ws-vl-unitario-linha
           END-IF.

      ******************************************************************
      * Mesma regra de bonificacao do CADASTRO-PEDIDOS: a linha
      * marcada "B" entra sem valor de venda, valorizada pelo preco de
      * referencia (tabela ou lista) para a verba mensal do vendedor;
      * passando da verba, fica retida em itensRetidos.dat para a
      * liberacao do supervisor e sai no relatorio como RETIDO.
      ******************************************************************
       VERIFICAR-VERBA-LINHA SECTION.
           MOVE "N"                        TO ws-linha-retida-sw.
           PERFORM LOCALIZAR-PRECO-LINHA.
           IF  ws-preco-tabela GREATER ZEROS
               MOVE ws-preco-tabela        TO ws-vl-referencia-linha
           ELSE
               MOVE rw-prd-vl-preco-lista  TO ws-vl-referencia-linha
           END-IF.
           MOVE ZEROS                      TO ws-cd-campanha-linha.
           MOVE ZEROS                      TO ws-vl-unitario-linha.
           MOVE ws-vl-referencia-linha     TO ws-vl-preco-cheio-linha.
           COMPUTE ws-vl-bonif-item =
                   ws-qt-produto-linha * ws-vl-referencia-linha.
           IF  NOT ws-verba-consultada
               MOVE IP-CD-VENDEDOR         TO VRB-CD-VENDEDOR
               MOVE ws-dt-pedido-linha(1:6) TO VRB-NR-ANOMES
               MOVE rw-nr-pedido           TO VRB-NR-PEDIDO
               CALL "LOCALIZAR-VERBA-BONIFICACAO" USING PARAMETROS-VERBA
               CANCEL "LOCALIZAR-VERBA-BONIFICACAO"
               MOVE "S"                    TO ws-verba-consultada-sw
           END-IF.
           IF  VRB-VL-CONSUMIDO + ws-vl-bonif-pedido + ws-vl-bonif-item
                                       NOT GREATER VRB-VL-VERBA
               EXIT SECTION
           END-IF.
           MOVE "S"                        TO ws-linha-retida-sw.
           OPEN I-O arq-itens-retidos.
           IF  NOT ws-retidos-ok
               OPEN OUTPUT arq-itens-retidos
               CLOSE arq-itens-retidos
               OPEN I-O arq-itens-retidos
           END-IF.
           INITIALIZE                      rw-ret-registro.
           MOVE rw-nr-pedido               TO rw-ret-nr-pedido.
           MOVE ws-cd-produto-linha        TO rw-ret-cd-produto.
           MOVE ws-qt-produto-linha        TO rw-ret-qt-produto.
           MOVE ZEROS                      TO rw-ret-vl-digitado.
           MOVE ws-vl-referencia-linha     TO rw-ret-vl-referencia.
           MOVE SPACES                     TO rw-ret-id-operador.
           STRING "IMPORT" IP-CD-VENDEDOR
                  DELIMITED BY SIZE INTO rw-ret-id-operador.
           MOVE ws-dt-hoje                 TO rw-ret-dt-retencao.
           MOVE "B"                        TO rw-ret-tp-item.
           WRITE rw-ret-registro.
           IF  ws-resultado-retidos EQUAL "22"
               REWRITE rw-ret-registro
           END-IF.
           CLOSE arq-itens-retidos.
           MOVE SPACES                     TO rw-relat-importacao.
           STRING "RETIDO    linha " ws-nr-linha
                  " pedido " ws-nr-pedido-linha
                  " produto " ws-cd-produto-linha
                  " motivo bonificacao acima da verba do vendedor"
                  DELIMITED BY SIZE INTO rw-relat-importacao.
           WRITE rw-relat-importacao.

      ******************************************************************
      * Fecha o pedido corrente: com itens validos o cabecalho e
      * gravado como digitado; sem item valido os itens ja gravados
               MOVE ZEROS                  TO ws-nr-pedido-corrente
               EXIT SECTION
           END-IF.
           PERFORM CALCULAR-ENTREGA-LINHA.
           MOVE "A"                        TO rw-st-ativo.
           MOVE "D"                        TO rw-st-pedido.
           WRITE rw-registro.
               STRING "ACEITO    pedido " ws-nr-pedido-corrente
                      " itens " rw-qt-itens
                      " valor " rw-vl-total-pedido
                      " entrega " rw-dt-entrega-prevista
                      DELIMITED BY SIZE INTO rw-relat-importacao
               WRITE rw-relat-importacao
           ELSE
           END-IF.
           MOVE ZEROS                      TO ws-nr-pedido-corrente.

      ******************************************************************
      * Mesma data prometida do CADASTRO-PEDIDOS; pedido capturado em
      * dia anterior conta a partir da importacao.
      ******************************************************************
       CALCULAR-ENTREGA-LINHA SECTION.
           MOVE rw-cd-cliente              TO ENT-CD-CLIENTE.
           MOVE rw-dt-pedido               TO ENT-DT-PEDIDO.
           CALL "CALCULO-ENTREGA-PREVISTA"
                USING PARAMETROS-ENTREGA-PREVISTA.
           CANCEL "CALCULO-ENTREGA-PREVISTA".
           MOVE ENT-DT-ENTREGA             TO rw-dt-entrega-prevista.

       EXCLUIR-ITENS-GRAVADOS SECTION.
           PERFORM VARYING ws-idx-item FROM 1 BY 1
                     UNTIL ws-idx-item > rw-qt-itens
                  " REJEITADOS " WS-CT-PEDIDOS-REJEITADOS
                  " ITENS ACEITOS " WS-CT-ITENS-ACEITOS
                  " REJEITADOS " WS-CT-ITENS-REJEITADOS
                  " RETIDOS " WS-CT-ITENS-RETIDOS
                  DELIMITED BY SIZE INTO rw-relat-importacao.
           WRITE rw-relat-importacao.
           DISPLAY "IMPORTACAO-PEDIDOS: " WS-CT-PEDIDOS-ACEITOS
           IF  ws-fechamentos-abertos
               CLOSE arq-fechamentos
           END-IF.
           IF  ws-titulos-abertos
               CLOSE arq-titulos
           END-IF.
           CLOSE relat-importacao.
       END PROGRAM IMPORTACAO-PEDIDOS.
