      ******************************************************************
      * Author: Adriana Pereira
      * Date: 22/08/2026
      * Purpose: Cadastro de Pedidos capturados nas visitas. Cliente
      *          de grupo (rede) tem o credito conferido tambem contra
      *          o limite do grupo e usa a tabela de precos e a
      *          condicao do grupo, quando houver. A data prometida de
      *          entrega e calculada na inclusao e na alteracao pela
      *          agenda de entrega do territorio do cliente
      *          (CALCULO-ENTREGA-PREVISTA) e gravada no pedido; a
      *          confirmacao grava a sua data no pedido.
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
             FILE STATUS        IS ws-resultado-limites.

           SELECT arq-membros ASSIGN TO DISK "membrosGrupo.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mbg-cd-cliente
             ALTERNATE KEY      IS rw-mbg-cd-grupo WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-membros.

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
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-hp-nr-pedido
             ALTERNATE KEY      IS rw-hp-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-hp-chave-cliente-data
                                = rw-hp-cd-cliente rw-hp-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-hist.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estoque.

           SELECT arq-estoque-depositos
                  ASSIGN TO DISK "estoqueDepositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-esd-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

           SELECT arq-vasilhames ASSIGN TO DISK "vasilhames.dat"
             ORGANIZATION       IS INDEXED
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vasilhames.

           SELECT arq-backorders ASSIGN TO DISK "backorders.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-bko-chave
             ALTERNATE KEY      IS rw-bko-nr-pedido WITH DUPLICATES
             ALTERNATE KEY      IS rw-bko-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-backorders.

           SELECT arq-controle-pedido ASSIGN TO "pedControle.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-controle.

       DATA DIVISION.
       FILE SECTION.
           FD arq-pedidos.
                  88 rw-pedido-alteravel       VALUE "D", " ", "C".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
      *        datas do ciclo de atendimento (zeros enquanto a etapa
      *        nao ocorreu), tipo da entrega (C completa, P com recusa
      *        parcial) e o romaneio (data + caminhao) em que saiu
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

      ******************************************************************
      * Itens do pedido em arquivo proprio, chaveado por numero do
               03 rw-pit-qt-produto        PIC 9(005).
               03 rw-pit-vl-unitario       PIC 9(007)v9(002).
               03 rw-pit-vl-item           PIC 9(009)v9(002).
      *        campanha promocional aplicada no item (0 = nenhuma) e
      *        o preco unitario antes do desconto da campanha
               03 rw-pit-cd-campanha       PIC 9(005).
               03 rw-pit-vl-preco-cheio    PIC 9(007)v9(002).
      *        bonificacao sai sem valor (unitario e item zerados), com
      *        o preco de referencia em rw-pit-vl-preco-cheio
               03 rw-pit-tp-item           PIC x(001).
                  88 rw-pit-venda              VALUE "V", " ".
                  88 rw-pit-bonificacao        VALUE "B".
      *        ICMS do item (contido no valor) e ICMS-ST (devido por
      *        fora, somado ao total do pedido), pelo CALCULO-ICMS
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
               03 rw-cpg-st-ativo          PIC x(001).
                  88 rw-cpg-ativa              VALUE "A".
                  88 rw-cpg-inativa            VALUE "I".
      *        numero de parcelas do titulo gerado no retorno do
      *        faturamento, vencendo a cada prazo; 0 vale como 1
               03 rw-cpg-qt-parcelas       PIC 9(002).

           FD arq-limites.
           01  rw-lim-registro.
               03 rw-lim-vl-limite         PIC 9(009)v9(002).

      ******************************************************************
      * Membros dos grupos de clientes (redes), do
      * CADASTRO-GRUPOS-CLIENTES; origem X = retirado do grupo.
      ******************************************************************
           FD arq-membros.
           01  rw-mbg-registro.
               03 rw-mbg-cd-cliente        PIC 9(007).
               03 rw-mbg-cd-grupo          PIC 9(005).
               03 rw-mbg-tp-origem         PIC x(001).
                  88 rw-mbg-retirado           VALUE "X".
               03 rw-mbg-dt-inclusao       PIC 9(008).
               03 rw-mbg-id-operador       PIC x(010).

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

      ******************************************************************
      * Itens digitados com preco fora da tolerancia, e bonificacoes
      * acima da verba do vendedor, ficam retidos aqui ate a
      * liberacao por supervisor (LIBERACAO-PRECOS).
      ******************************************************************
           FD arq-itens-retidos.
           01  rw-ret-registro.
               03 rw-ret-vl-referencia     PIC 9(007)v9(002).
               03 rw-ret-id-operador       PIC x(010).
               03 rw-ret-dt-retencao       PIC 9(008).
               03 rw-ret-tp-item           PIC x(001).
                  88 rw-ret-preco              VALUE "P", " ".
                  88 rw-ret-bonificacao        VALUE "B".

      ******************************************************************
      * Espelhos do historico de pedidos (ARQUIVAMENTO-PEDIDOS), com a
               03 rw-hp-st-pedido          PIC x(001).
               03 rw-hp-ds-motivo-cancel   PIC x(030).
               03 rw-hp-cd-cond-pagto      PIC x(003).
               03 rw-hp-dt-entrega-prevista PIC 9(008).
               03 rw-hp-dt-confirmacao     PIC 9(008).
               03 rw-hp-dt-transmissao     PIC 9(008).
               03 rw-hp-dt-entrega         PIC 9(008).
               03 rw-hp-st-entrega         PIC x(001).
               03 rw-hp-dt-romaneio        PIC 9(008).
               03 rw-hp-nr-romaneio        PIC 9(002).

           FD arq-itens-hist.
           01  rw-hpi-registro.
               03 rw-hpi-qt-produto        PIC 9(005).
               03 rw-hpi-vl-unitario       PIC 9(007)v9(002).
               03 rw-hpi-vl-item           PIC 9(009)v9(002).
               03 rw-hpi-cd-campanha       PIC 9(005).
               03 rw-hpi-vl-preco-cheio    PIC 9(007)v9(002).
               03 rw-hpi-tp-item           PIC x(001).
                  88 rw-hpi-venda              VALUE "V", " ".
                  88 rw-hpi-bonificacao        VALUE "B".
               03 rw-hpi-pc-icms           PIC 9(002)v9(002).
               03 rw-hpi-vl-icms           PIC 9(009)v9(002).
               03 rw-hpi-vl-base-st        PIC 9(009)v9(002).
               03 rw-hpi-vl-icms-st        PIC 9(009)v9(002).

           FD arq-fechamentos.
           01  rw-fch-registro.
               03 rw-est-cd-produto        PIC 9(007).
               03 rw-est-qt-saldo          PIC s9(007).

      ******************************************************************
      * Saldo do produto por deposito: a confirmacao so baixa o que ha
      * no deposito que atende o cliente. Gravado pelo
      * REGISTRAR-MOVIMENTO; aqui so e lido.
      ******************************************************************
           FD arq-estoque-depositos.
           01  rw-esd-registro.
               03 rw-esd-chave.
                  05 rw-esd-cd-produto     PIC 9(007).
                  05 rw-esd-cd-deposito    PIC 9(003).
               03 rw-esd-qt-saldo          PIC s9(007).

      ******************************************************************
      * Saldo de vasilhame devido por cliente e tipo de embalagem:
                  05 rw-vsl-tp-vasilhame   PIC x(003).
               03 rw-vsl-qt-saldo          PIC s9(007).

      ******************************************************************
      * Parte do item confirmado sem saldo em estoque: fica pendente
      * de entrega ate a entrada do deposito liberar, pela ordem de
      * confirmacao (LIBERAR-BACKORDERS).
      ******************************************************************
           FD arq-backorders.
           01  rw-bko-registro.
               03 rw-bko-chave.
                  05 rw-bko-cd-produto     PIC 9(007).
                  05 rw-bko-dt-pendencia   PIC 9(008).
                  05 rw-bko-hr-pendencia   PIC 9(008).
                  05 rw-bko-nr-pedido      PIC 9(007).
                  05 rw-bko-nr-sequencia   PIC 9(003).
               03 rw-bko-cd-cliente        PIC 9(007).
               03 rw-bko-qt-pedida         PIC 9(005).
               03 rw-bko-qt-pendente       PIC 9(005).
               03 rw-bko-vl-unitario       PIC 9(007)v9(002).
               03 rw-bko-st-pendencia      PIC x(001).
                  88 rw-bko-pendente           VALUE "P".
                  88 rw-bko-liberada           VALUE "L".
                  88 rw-bko-cancelada          VALUE "X".
               03 rw-bko-dt-liberacao      PIC 9(008).
               03 rw-bko-nr-pedido-liberacao PIC 9(007).
               03 rw-bko-tp-item           PIC x(001).
                  88 rw-bko-bonificacao        VALUE "B".
               03 rw-bko-vl-preco-cheio    PIC 9(007)v9(002).

           FD arq-controle-pedido.
           01  rw-controle-pedido          PIC 9(007).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.
                  88 ws-retidos-ok             VALUE "00", "02".
               03 ws-resultado-limites     PIC x(02).
                  88 ws-limites-ok             VALUE "00", "02".
               03 ws-resultado-membros     PIC x(02).
                  88 ws-membros-ok             VALUE "00", "02".
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".
               03 ws-resultado-condicao    PIC x(02).
                  88 ws-condicao-ok            VALUE "00", "02".
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".
               03 ws-resultado-estoque     PIC x(02).
                  88 ws-estoque-ok             VALUE "00", "02".
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".
               03 ws-resultado-fechamentos PIC x(02).
                  88 ws-fechamentos-ok         VALUE "00", "02".
               03 ws-resultado-hist        PIC x(02).
                  88 ws-hist-ok                VALUE "00", "02".
               03 ws-resultado-itens-hist  PIC x(02).
                  88 ws-itens-hist-ok          VALUE "00", "02".
               03 ws-resultado-vasilhames  PIC x(02).
                  88 ws-vasilhames-ok          VALUE "00", "02".
               03 ws-resultado-backorders  PIC x(02).
                  88 ws-backorders-ok          VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.
               03 ws-it-qt-produto         PIC 9(005) VALUE ZEROS.
               03 ws-it-vl-unitario        PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-it-cd-campanha        PIC 9(005) VALUE ZEROS.
               03 ws-it-vl-preco-cheio     PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-it-bonificacao        PIC x(001) VALUE "N".
                  88 ws-it-e-bonificacao       VALUE "S", "s".

      ******************************************************************
      * Verba mensal de bonificacao do vendedor: o consumo dos outros
      * pedidos do anomes vem uma vez por digitacao do
      * LOCALIZAR-VERBA-BONIFICACAO e os itens aceitos neste pedido
      * somam em ws-vl-bonif-pedido.
      ******************************************************************
           01  ws-campos-bonificacao.
               03 ws-verba-consultada-sw   PIC x(001) VALUE "N".
                  88 ws-verba-consultada       VALUE "S".
               03 ws-vl-bonif-pedido       PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-bonif-item         PIC 9(011)v9(002)
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

           01  ws-vl-st-anterior           PIC 9(009)v9(002)
                                            VALUE ZEROS.

           01  ws-nr-consulta              PIC 9(007) VALUE ZEROS.
           01  ws-cd-cliente-consulta      PIC 9(007) VALUE ZEROS.
           01  ws-nr-proximo-pedido        PIC 9(007) VALUE ZEROS.

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
           01  ws-cd-deposito-pedido       PIC 9(003) VALUE ZEROS.
           01  ws-qt-saldo-deposito        PIC s9(007) VALUE ZEROS.
           01  ws-numero-livre-sw          PIC x(001) VALUE "N".
               88 ws-numero-livre              VALUE "S".
           01  ws-fechamentos-abertos-sw   PIC x(001) VALUE "N".
           01  ws-st-pedido-ant            PIC x(001) VALUE SPACE.
               88 ws-pedido-era-confirmado     VALUE "C".

           01  ws-campos-backorder.
               03 ws-qt-atendida           PIC 9(005) VALUE ZEROS.
               03 ws-qt-pendente           PIC 9(005) VALUE ZEROS.
               03 ws-qt-itens-pendentes    PIC 9(003) VALUE ZEROS.
               03 ws-vl-pendente-pedido    PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-dt-pendencia          PIC 9(008) VALUE ZEROS.
               03 ws-hr-pendencia          PIC 9(008) VALUE ZEROS.

           01  ws-dados-cliente-pedido.
               03 ws-cd-canal-cliente      PIC x(003) VALUE SPACES.
               03 ws-cd-classe-cliente     PIC x(001) VALUE SPACES.
               03 ws-cond-pagto-cliente    PIC x(003) VALUE SPACES.
               03 ws-cd-territorio-cliente PIC x(005) VALUE SPACES.
      *        grupo (rede) do cliente: limite, tabela de precos e
      *        condicao do grupo (LOCALIZAR-GRUPO-CLIENTE)
               03 ws-cd-grupo-cliente      PIC 9(005) VALUE ZEROS.
               03 ws-vl-limite-grupo       PIC 9(009)v9(002)
                                            VALUE ZEROS.
               03 ws-cd-canal-grupo        PIC x(003) VALUE SPACES.
               03 ws-cd-classe-grupo       PIC x(001) VALUE SPACES.
           01  ws-campos-busca-preco.
               03 ws-cd-canal-busca        PIC x(003) VALUE SPACES.
               03 ws-cd-classe-busca       PIC x(001) VALUE SPACES.
           01  ws-condicoes-abertas-sw     PIC x(001) VALUE "N".
               88 ws-condicoes-abertas         VALUE "S".
           01  ws-condicao-invalida-sw     PIC x(001) VALUE "N".
      *        salva o pedido em digitacao durante a varredura de
      *        exposicao, que reutiliza a area do registro
               03 ws-registro-salvo        PIC x(200) VALUE SPACES.
               03 ws-titulos-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-titulos-abertos        VALUE "S".
      *        atraso maximo tolerado em titulo vencido antes de
      *        recusar pedido novo (parametro DIAS-ATRASO-BLOQUEIO)
               03 ws-dias-atraso-bloqueio  PIC 9(004) VALUE 30.
               03 ws-vl-titulos-cliente    PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-dias-maior-atraso     PIC s9(008) VALUE ZEROS.
               03 ws-dias-atraso-titulo    PIC s9(008) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-hoje       PIC 9(008) VALUE ZEROS.
               03 ws-titulo-vencido-sw     PIC x(001) VALUE "N".
                  88 ws-titulo-vencido         VALUE "S".
      *        limite do grupo (rede) conferido por cima do limite da
      *        filial, com a exposicao somada de todos os membros
               03 ws-membros-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-membros-abertos        VALUE "S".
               03 ws-vl-acrescimo-credito  PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-exposicao-grupo    PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-estouro-grupo-sw      PIC x(001) VALUE "N".
                  88 ws-estouro-grupo          VALUE "S".
               03 ws-ds-origem-credito     PIC x(020) VALUE SPACES.

           01  ws-acao-auditoria           PIC x(010) VALUE SPACES.
           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
               07  VALUE "4 - LISTAR"          LINE 10 COL 10.
               07  VALUE "5 - CONFIRMAR"       LINE 11 COL 10.
               07  VALUE "6 - CANCELAR"        LINE 12 COL 10.
               07  VALUE "7 - BACKORDERS"      LINE 13 COL 10.
               07  VALUE "8 - PEDIDOS DO CLIENTE"
                                               LINE 14 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 15 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 16 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 16 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "Quantidade:"         LINE 12 COL 05.
               07  ITEM-QTDE-ON-SCR-IN         LINE 12 COL 38
                            PIC 9(05)        USING ws-it-qt-produto.
               07  VALUE "Bonificacao (S/N):"  LINE 13 COL 05.
               07  ITEM-BONIF-ON-SCR-IN        LINE 13 COL 38
                            PIC x(01)        USING ws-it-bonificacao.
               07  VALUE "Valor unitario:"     LINE 14 COL 05.
               07  ITEM-VALOR-ON-SCR-IN        LINE 14 COL 38
                            PIC 9(07),9(02)  USING ws-it-vl-unitario.
           05  CONSULTA-PEDIDO-SECTION.
               07  VALUE "Numero do pedido:"   LINE 05 COL 05.
               07  CONSULTA-NR-ON-SCR-IN       LINE 05 COL 25
                            PIC 9(07)        TO ws-nr-consulta.
           05  CONSULTA-CLIENTE-SECTION.
               07  VALUE "Codigo do cliente:"  LINE 05 COL 05.
               07  CONSULTA-CD-CLIENTE-ON-SCR-IN
                                               LINE 05 COL 25
                            PIC 9(07)        TO ws-cd-cliente-consulta.
           05  CONSULTA-RESULTADO-SECTION.
               07  VALUE "Numero do pedido:"   LINE 07 COL 05.
               07  CONSULTA-NR-OUT             LINE 07 COL 28
               07  VALUE "Situacao do pedido:" LINE 13 COL 05.
               07  CONSULTA-STATUS-OUT         LINE 13 COL 28
                            PIC x(01)        USING rw-st-pedido.
               07  VALUE "Entrega prevista:"   LINE 13 COL 40.
               07  CONSULTA-ENTREGA-OUT        LINE 13 COL 58
                            PIC 9(08)
                            USING rw-dt-entrega-prevista.
           05  CONSULTA-ITEM-SECTION.
               07  VALUE "Item:"               LINE 14 COL 05.
               07  CONSULTA-IT-SEQ-OUT         LINE 14 COL 12
               07  VALUE "Valor:"              LINE 14 COL 48.
               07  CONSULTA-IT-VALOR-OUT       LINE 14 COL 55
                            PIC 9(09),9(02)  USING rw-pit-vl-item.
               07  VALUE "Tipo:"               LINE 14 COL 68.
               07  CONSULTA-IT-TIPO-OUT        LINE 14 COL 74
                            PIC x(01)        USING rw-pit-tp-item.
               07  VALUE "ICMS:"               LINE 15 COL 05.
               07  CONSULTA-IT-ICMS-OUT        LINE 15 COL 12
                            PIC 9(09),9(02)  USING rw-pit-vl-icms.
               07  VALUE "ICMS-ST:"            LINE 15 COL 27.
               07  CONSULTA-IT-ICMS-ST-OUT     LINE 15 COL 36
                            PIC 9(09),9(02)  USING rw-pit-vl-icms-st.
           05  MOTIVO-CANCEL-SECTION.
               07  VALUE "Motivo do cancelamento:"
                                               LINE 11 COL 05.
           IF  ws-limites-ok
               MOVE "S"                  TO ws-limites-abertos-sw
           END-IF.
           OPEN INPUT arq-membros.
           IF  ws-membros-ok
               MOVE "S"                  TO ws-membros-abertos-sw
           END-IF.
           OPEN INPUT arq-condicoes.
           IF  ws-condicao-ok
               MOVE "S"                  TO ws-condicoes-abertas-sw
           END-IF.
           OPEN INPUT arq-titulos.
           IF  ws-titulos-ok
               MOVE "S"                  TO ws-titulos-abertos-sw
           END-IF.
           OPEN I-O arq-estoque.
           IF  NOT ws-estoque-ok
               OPEN OUTPUT arq-estoque
               CLOSE arq-vasilhames
               OPEN I-O arq-vasilhames
           END-IF.
           OPEN I-O arq-backorders.
           IF  NOT ws-backorders-ok
               OPEN OUTPUT arq-backorders
               CLOSE arq-backorders
               OPEN I-O arq-backorders
           END-IF.
           MOVE "LIMITE-VASILHAME"       TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR            TO ws-tolerancia-preco
           END-IF.
           MOVE "DIAS-ATRASO-BLOQUEIO"   TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR            TO ws-dias-atraso-bloqueio
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-nr-inteiro-hoje =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje).

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.
                   PERFORM CONFIRMAR
               WHEN "6"
                   PERFORM CANCELAR
               WHEN "7"
                   CALL "CONSULTA-BACKORDERS"
                   CANCEL "CONSULTA-BACKORDERS"
               WHEN "8"
                   PERFORM CONSULTAR-POR-CLIENTE
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
           IF  whs-mensagem NOT EQUAL SPACES
               EXIT SECTION
           END-IF.
           PERFORM CALCULAR-ENTREGA-PEDIDO.

           PERFORM ACEITAR-ITENS-PEDIDO.
           IF  rw-qt-itens EQUAL ZEROS
           IF  ws-credito-estourado
               PERFORM DESFAZER-ITENS-PEDIDO
               MOVE SPACES               TO whs-mensagem
               STRING "Pedido excede o limite de credito "
                      ws-ds-origem-credito DELIMITED BY "  "
                      " - nao gravado"
                      DELIMITED BY SIZE INTO whs-mensagem
               EXIT SECTION
           IF  ws-operacao-ok
               MOVE SPACES                TO whs-mensagem
               STRING "Pedido " rw-nr-pedido " gravado com sucesso"
                      " - entrega prevista " rw-dt-entrega-prevista
                      DELIMITED BY SIZE INTO whs-mensagem
               MOVE "INCLUSAO"            TO ws-acao-auditoria
               PERFORM GRAVAR-LOG-AUDITORIA
           CLOSE arq-controle-pedido.
           MOVE ws-nr-proximo-pedido       TO rw-nr-pedido.

      ******************************************************************
      * Data prometida de entrega pela agenda do territorio do cliente
      * e o corte de pedidos; sem data possivel o pedido fica zerado e
      * entra no planejamento de entregas como antes.
      ******************************************************************
       CALCULAR-ENTREGA-PEDIDO SECTION.
           MOVE rw-cd-cliente              TO ENT-CD-CLIENTE.
           MOVE rw-dt-pedido               TO ENT-DT-PEDIDO.
           CALL "CALCULO-ENTREGA-PREVISTA"
                USING PARAMETROS-ENTREGA-PREVISTA.
           CANCEL "CALCULO-ENTREGA-PREVISTA".
           MOVE ENT-DT-ENTREGA             TO rw-dt-entrega-prevista.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           IF  whs-mensagem NOT EQUAL SPACES
               EXIT SECTION
           END-IF.
           PERFORM CALCULAR-ENTREGA-PEDIDO.

           PERFORM ACEITAR-ITENS-PEDIDO.
      *    os itens antigos ja sairam do arquivo de itens: o registro
               PERFORM DESFAZER-ITENS-PEDIDO
               REWRITE rw-registro
               MOVE SPACES               TO whs-mensagem
               STRING "Pedido excede o limite de credito "
                      ws-ds-origem-credito DELIMITED BY "  "
                      " - regravado sem itens"
                      DELIMITED BY SIZE INTO whs-mensagem
               EXIT SECTION
                   READ arq-pedidos NEXT RECORD
                   IF  rw-pedido-digitado
                       MOVE "C"             TO rw-st-pedido
                       ACCEPT rw-dt-confirmacao FROM DATE YYYYMMDD
                       REWRITE rw-registro
                       IF  ws-operacao-ok
                           MOVE "Pedido confirmado" TO whs-mensagem
                           MOVE "CONFIRMA"  TO ws-acao-auditoria
                           PERFORM GRAVAR-LOG-AUDITORIA
                           PERFORM BAIXAR-ESTOQUE-PEDIDO
                           PERFORM FECHAR-BACKORDER-PEDIDO
                       ELSE
                           MOVE "Erro ao confirmar pedido"
                                            TO whs-mensagem

      ******************************************************************
      * A confirmacao do pedido gera a saida de estoque de cada item,
      * com o movimento registrado no livro de estoque, ate o saldo
      * disponivel do produto no deposito que atende o cliente (pelo
      * territorio). O que falta fica em backorder
      * (backorders.dat) e sai do item e do total do pedido, de modo
      * que o faturamento so recebe o que ha em estoque; a entrada do
      * deposito libera a pendencia depois (LIBERAR-BACKORDERS).
      ******************************************************************
       BAIXAR-ESTOQUE-PEDIDO SECTION.
           PERFORM LOCALIZAR-DEPOSITO-PEDIDO.
           MOVE ZEROS                      TO ws-qt-itens-pendentes.
           MOVE ZEROS                      TO ws-vl-pendente-pedido.
           ACCEPT ws-dt-pendencia FROM DATE YYYYMMDD.
           ACCEPT ws-hr-pendencia FROM TIME.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
           READ arq-estoque KEY IS rw-est-cd-produto
               INVALID KEY
                   MOVE rw-pit-cd-produto  TO rw-est-cd-produto
                   MOVE ZEROS              TO rw-est-qt-saldo
                   WRITE rw-est-registro
           END-READ.
           MOVE rw-pit-cd-produto          TO rw-esd-cd-produto.
           PERFORM LER-SALDO-DEPOSITO.
           EVALUATE TRUE
               WHEN ws-qt-saldo-deposito NOT GREATER ZEROS
                   MOVE ZEROS              TO ws-qt-atendida
               WHEN ws-qt-saldo-deposito LESS rw-pit-qt-produto
                   MOVE ws-qt-saldo-deposito TO ws-qt-atendida
               WHEN OTHER
                   MOVE rw-pit-qt-produto  TO ws-qt-atendida
           END-EVALUATE.
           COMPUTE ws-qt-pendente = rw-pit-qt-produto - ws-qt-atendida.
           IF  ws-qt-pendente GREATER ZEROS
               PERFORM GRAVAR-BACKORDER-ITEM
               MOVE rw-pit-vl-icms-st      TO ws-vl-st-anterior
               MOVE ws-qt-atendida         TO rw-pit-qt-produto
               COMPUTE rw-pit-vl-item =
                       rw-pit-qt-produto * rw-pit-vl-unitario
               PERFORM CALCULAR-IMPOSTOS-ITEM
               REWRITE rw-pit-registro
      *        o ICMS-ST da parte em backorder sai do total junto
               IF  ws-backorders-ok
                   COMPUTE ws-vl-pendente-pedido =
                           ws-vl-pendente-pedido + ws-vl-st-anterior
                         - rw-pit-vl-icms-st
               END-IF
           END-IF.
           IF  ws-qt-atendida EQUAL ZEROS
               EXIT SECTION
           END-IF.
           SUBTRACT ws-qt-atendida         FROM rw-est-qt-saldo.
           REWRITE rw-est-registro.
           PERFORM MOVIMENTAR-VASILHAME-ITEM.
           MOVE "S"                        TO MOV-TP-MOVIMENTO.
           PERFORM GRAVAR-MOV-ESTOQUE.

       GRAVAR-BACKORDER-ITEM SECTION.
           INITIALIZE                      rw-bko-registro.
           MOVE rw-pit-cd-produto          TO rw-bko-cd-produto.
           MOVE ws-dt-pendencia            TO rw-bko-dt-pendencia.
           MOVE ws-hr-pendencia            TO rw-bko-hr-pendencia.
           MOVE rw-pit-nr-pedido           TO rw-bko-nr-pedido.
           MOVE rw-pit-nr-sequencia        TO rw-bko-nr-sequencia.
           MOVE rw-cd-cliente              TO rw-bko-cd-cliente.
           MOVE ws-qt-pendente             TO rw-bko-qt-pedida.
           MOVE ws-qt-pendente             TO rw-bko-qt-pendente.
           MOVE rw-pit-vl-unitario         TO rw-bko-vl-unitario.
           MOVE rw-pit-tp-item             TO rw-bko-tp-item.
           MOVE rw-pit-vl-preco-cheio      TO rw-bko-vl-preco-cheio.
           MOVE "P"                        TO rw-bko-st-pendencia.
           WRITE rw-bko-registro.
           IF  ws-backorders-ok
               ADD 1                       TO ws-qt-itens-pendentes
               COMPUTE ws-vl-pendente-pedido = ws-vl-pendente-pedido
                     + (ws-qt-pendente * rw-pit-vl-unitario)
           END-IF.

      ******************************************************************
      * Depois da baixa, o total do pedido perde o valor que ficou em
      * backorder e a mensagem da confirmacao avisa a pendencia.
      ******************************************************************
       FECHAR-BACKORDER-PEDIDO SECTION.
           IF  ws-qt-itens-pendentes EQUAL ZEROS
               EXIT SECTION
           END-IF.
           SUBTRACT ws-vl-pendente-pedido  FROM rw-vl-total-pedido.
           REWRITE rw-registro.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Pedido confirmado - " ws-qt-itens-pendentes
                  " item(ns) com falta de estoque em backorder"
                  DELIMITED BY SIZE INTO whs-mensagem.
           MOVE "BACKORDER"                TO ws-acao-auditoria.
           PERFORM GRAVAR-LOG-AUDITORIA.

      ******************************************************************
      * Item de produto retornavel confirmado soma a quantidade na
      * divida de vasilhame do cliente, por tipo de embalagem.
      ******************************************************************
      * O cancelamento de pedido ja confirmado desfaz a baixa feita
      * na confirmacao: a quantidade de cada item volta ao saldo de
      * estoque, com movimento de estorno no livro, e a divida de
      * vasilhame do cliente e abatida, no molde da devolucao.
      ******************************************************************
       ESTORNAR-ESTOQUE-PEDIDO SECTION.
           PERFORM LOCALIZAR-DEPOSITO-PEDIDO.
           MOVE rw-nr-pedido               TO rw-pit-nr-pedido.
           MOVE ZEROS                      TO rw-pit-nr-sequencia.
           START arq-itens KEY IS GREATER rw-pit-chave
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-pit-qt-produto GREATER ZEROS
                   PERFORM ESTORNAR-ESTOQUE-ITEM
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.
           PERFORM CANCELAR-BACKORDERS-PEDIDO.

      ******************************************************************
      * O que ainda estava em backorder nunca saiu do estoque: so a
      * pendencia e encerrada como cancelada.
      ******************************************************************
       CANCELAR-BACKORDERS-PEDIDO SECTION.
           MOVE rw-nr-pedido               TO rw-bko-nr-pedido.
           START arq-backorders KEY IS EQUAL rw-bko-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-backorders NEXT RECORD.
           PERFORM UNTIL NOT ws-backorders-ok
                      OR rw-bko-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-bko-pendente
                   MOVE "X"                TO rw-bko-st-pendencia
                   MOVE ws-dt-hoje         TO rw-bko-dt-liberacao
                   REWRITE rw-bko-registro
               END-IF
               READ arq-backorders NEXT RECORD
           END-PERFORM.

       ESTORNAR-ESTOQUE-ITEM SECTION.
           MOVE rw-pit-cd-produto          TO rw-est-cd-produto.
                   REWRITE rw-est-registro
           END-READ.
           PERFORM ESTORNAR-VASILHAME-ITEM.
           MOVE "C"                        TO MOV-TP-MOVIMENTO.
           PERFORM GRAVAR-MOV-ESTOQUE.

       ESTORNAR-VASILHAME-ITEM SECTION.
           END-IF.

       GRAVAR-MOV-ESTOQUE SECTION.
           MOVE rw-pit-cd-produto          TO MOV-CD-PRODUTO.
           MOVE rw-pit-qt-produto          TO MOV-QT-MOVIMENTO.
           MOVE "P"                        TO MOV-TP-DOCUMENTO.
           MOVE rw-nr-pedido               TO MOV-NR-DOCUMENTO.
           MOVE PARM-OPERADOR-ID           TO MOV-ID-OPERADOR.
           MOVE ws-cd-deposito-pedido      TO MOV-CD-DEPOSITO.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".

      ******************************************************************
      * Deposito do cliente do pedido (territorio do cliente; sem
      * territorio ou deposito, o deposito padrao).
      ******************************************************************
       LOCALIZAR-DEPOSITO-PEDIDO SECTION.
           MOVE rw-cd-cliente              TO DEP-CD-CLIENTE.
           MOVE ZEROS                      TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           MOVE DEP-CD-DEPOSITO            TO ws-cd-deposito-pedido.

      *    o chamador informa o produto em rw-esd-cd-produto
       LER-SALDO-DEPOSITO SECTION.
           MOVE ZEROS                      TO ws-qt-saldo-deposito.
           OPEN INPUT arq-estoque-depositos.
           IF  NOT ws-depositos-ok
               EXIT SECTION
           END-IF.
           MOVE ws-cd-deposito-pedido      TO rw-esd-cd-deposito.
           READ arq-estoque-depositos KEY IS rw-esd-chave
               INVALID KEY
                   MOVE ZEROS              TO rw-esd-qt-saldo
           END-READ.
           MOVE rw-esd-qt-saldo            TO ws-qt-saldo-deposito.
           CLOSE arq-estoque-depositos.

      ******************************************************************
      * Cancelamento exige motivo e so e aceito antes do faturamento;
                       MOVE rw-cli-cd-classe TO ws-cd-classe-cliente
                       MOVE rw-cli-cd-cond-pagto
                                             TO ws-cond-pagto-cliente
                       MOVE rw-cli-cd-territorio
                                             TO ws-cd-territorio-cliente
                       PERFORM LOCALIZAR-GRUPO-PEDIDO
                       IF  rw-cli-inativo
                           MOVE "Cliente inativo" TO whs-mensagem
                       END-IF
                                  "pedido nao permitido"
                                  DELIMITED BY SIZE INTO whs-mensagem
                       END-IF
                       IF  whs-mensagem EQUAL SPACES
                           PERFORM VERIFICAR-TITULOS-VENCIDOS
                           IF  ws-titulo-vencido
                               MOVE SPACES TO whs-mensagem
                               STRING "Cliente com titulo vencido ha "
                                      "mais de "
                                      ws-dias-atraso-bloqueio
                                      " dias - pedido nao permitido"
                                      DELIMITED BY SIZE
                                      INTO whs-mensagem
                           END-IF
                       END-IF
                       IF  whs-mensagem EQUAL SPACES
                           PERFORM VERIFICAR-CREDITO-CLIENTE
                           IF  ws-credito-estourado
                               MOVE SPACES TO whs-mensagem
                               STRING "Credito " ws-ds-origem-credito
                                      DELIMITED BY "  "
                                      " esgotado"
                                      " - pedido nao permitido"
                                      DELIMITED BY SIZE
                                      INTO whs-mensagem
                   END-IF
           END-START.

      ******************************************************************
      * Apos a digitacao dos itens o valor total do pedido entra na
      * conta: exposicao dos demais pedidos + este pedido nao pode
      * passar do limite do cliente.
      ******************************************************************
       VERIFICAR-CREDITO-PEDIDO-TOTAL SECTION.
           MOVE "do cliente"               TO ws-ds-origem-credito.
           PERFORM VERIFICAR-LIMITE-PEDIDO-TOTAL.
           IF  NOT ws-credito-estourado
               MOVE rw-vl-total-pedido     TO ws-vl-acrescimo-credito
               PERFORM VERIFICAR-CREDITO-GRUPO
           END-IF.

       VERIFICAR-LIMITE-PEDIDO-TOTAL SECTION.
           MOVE "N"                        TO ws-credito-estourado-sw.
           IF  NOT ws-limites-abertos
               EXIT SECTION
           MOVE ZEROS                      TO rw-qt-itens.
           MOVE ZEROS                      TO rw-vl-total-pedido.

      ******************************************************************
      * Limite de credito do financeiro (limitesCredito.dat): a
      * exposicao e a soma dos pedidos ativos do cliente ainda nao
      * faturados nem entregues mais o saldo dos titulos a receber
      * em aberto (faturado e nao pago). Sem registro de limite o
      * credito e livre. O pedido corrente (alteracao) fica fora da
      * soma.
      ******************************************************************
       VERIFICAR-CREDITO-CLIENTE SECTION.
           MOVE "do cliente"               TO ws-ds-origem-credito.
           PERFORM VERIFICAR-LIMITE-CLIENTE.
           IF  NOT ws-credito-estourado
               MOVE ZEROS                  TO ws-vl-acrescimo-credito
               PERFORM VERIFICAR-CREDITO-GRUPO
           END-IF.

       VERIFICAR-LIMITE-CLIENTE SECTION.
           MOVE "N"                        TO ws-credito-estourado-sw.
           MOVE ZEROS                      TO ws-vl-exposicao.
           IF  NOT ws-limites-abertos
           MOVE rw-registro                TO ws-registro-salvo.
           MOVE rw-nr-pedido               TO ws-nr-pedido-corrente.
           MOVE rw-cd-cliente              TO rw-lim-cd-cliente.
      *    so os pedidos do cliente, pela chave cliente + data
           MOVE ZEROS                      TO rw-dt-pedido.
           START arq-pedidos KEY IS NOT LESS rw-chave-cliente-data
               INVALID KEY
                   MOVE "23"               TO ws-resultado-acesso
           END-START.
               READ arq-pedidos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-cd-cliente NOT EQUAL rw-lim-cd-cliente
               IF  rw-nr-pedido NOT EQUAL ws-nr-pedido-corrente
               AND rw-pedido-ativo
               AND NOT rw-pedido-cancelado
               AND NOT rw-pedido-st-faturado
           END-PERFORM.
      *    restaura o pedido em digitacao
           MOVE ws-registro-salvo          TO rw-registro.
           PERFORM SOMAR-TITULOS-CLIENTE.
           ADD ws-vl-titulos-cliente       TO ws-vl-exposicao.

      ******************************************************************
      * Limite do grupo (rede): a exposicao e a soma, para todos os
      * membros do grupo, dos pedidos em aberto e do saldo dos titulos
      * em aberto, como na exposicao da filial. Grupo sem limite (0)
      * nao e conferido. Na conferencia do total o pedido corrente
      * entra pelo acrescimo.
      ******************************************************************
       VERIFICAR-CREDITO-GRUPO SECTION.
           MOVE "N"                        TO ws-estouro-grupo-sw.
           IF  ws-cd-grupo-cliente EQUAL ZEROS
           OR  ws-vl-limite-grupo EQUAL ZEROS
           OR  NOT ws-membros-abertos
               EXIT SECTION
           END-IF.
           PERFORM CALCULAR-EXPOSICAO-GRUPO.
           IF  (ws-vl-acrescimo-credito EQUAL ZEROS
           AND ws-vl-exposicao-grupo NOT LESS ws-vl-limite-grupo)
           OR  (ws-vl-acrescimo-credito GREATER ZEROS
           AND ws-vl-exposicao-grupo + ws-vl-acrescimo-credito
                                GREATER ws-vl-limite-grupo)
               MOVE "S"                    TO ws-credito-estourado-sw
               MOVE "S"                    TO ws-estouro-grupo-sw
               MOVE "do grupo (rede)"      TO ws-ds-origem-credito
           END-IF.

       CALCULAR-EXPOSICAO-GRUPO SECTION.
           MOVE ZEROS                      TO ws-vl-exposicao-grupo.
           MOVE rw-registro                TO ws-registro-salvo.
           MOVE rw-nr-pedido               TO ws-nr-pedido-corrente.
           MOVE ws-cd-grupo-cliente        TO rw-mbg-cd-grupo.
           START arq-membros KEY IS EQUAL rw-mbg-cd-grupo
               INVALID KEY
                   MOVE "23"               TO ws-resultado-membros
           END-START.
           IF  ws-membros-ok
               READ arq-membros NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-membros-ok
                      OR rw-mbg-cd-grupo NOT EQUAL ws-cd-grupo-cliente
               IF  NOT rw-mbg-retirado
                   PERFORM SOMAR-PEDIDOS-MEMBRO
                   PERFORM SOMAR-TITULOS-MEMBRO
               END-IF
               READ arq-membros NEXT RECORD
           END-PERFORM.
      *    restaura o pedido em digitacao
           MOVE ws-registro-salvo          TO rw-registro.

       SOMAR-PEDIDOS-MEMBRO SECTION.
           MOVE rw-mbg-cd-cliente          TO rw-cd-cliente.
           MOVE ZEROS                      TO rw-dt-pedido.
           START arq-pedidos KEY IS NOT LESS rw-chave-cliente-data
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-cd-cliente NOT EQUAL rw-mbg-cd-cliente
               IF  rw-nr-pedido NOT EQUAL ws-nr-pedido-corrente
               AND rw-pedido-ativo
               AND NOT rw-pedido-cancelado
               AND NOT rw-pedido-st-faturado
               AND NOT rw-pedido-entregue
                   ADD rw-vl-total-pedido  TO ws-vl-exposicao-grupo
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       SOMAR-TITULOS-MEMBRO SECTION.
           IF  NOT ws-titulos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-mbg-cd-cliente          TO rw-tit-cd-cliente.
           START arq-titulos KEY IS EQUAL rw-tit-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-titulos NEXT RECORD.
           PERFORM UNTIL NOT ws-titulos-ok
                      OR rw-tit-cd-cliente NOT EQUAL rw-mbg-cd-cliente
               IF  rw-tit-em-aberto
                   COMPUTE ws-vl-exposicao-grupo =
                           ws-vl-exposicao-grupo
                         + rw-tit-vl-titulo - rw-tit-vl-pago
               END-IF
               READ arq-titulos NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Grupo (rede) do cliente do pedido: a condicao do grupo, quando
      * informada, passa a ser a sugerida no pedido.
      ******************************************************************
       LOCALIZAR-GRUPO-PEDIDO SECTION.
           MOVE rw-cli-cd-cliente          TO GRP-CD-CLIENTE.
           CALL "LOCALIZAR-GRUPO-CLIENTE" USING PARAMETROS-GRUPO.
           CANCEL "LOCALIZAR-GRUPO-CLIENTE".
           MOVE GRP-CD-GRUPO               TO ws-cd-grupo-cliente.
           MOVE GRP-VL-LIMITE              TO ws-vl-limite-grupo.
           MOVE GRP-CD-CANAL-PRECO         TO ws-cd-canal-grupo.
           MOVE GRP-CD-CLASSE-PRECO        TO ws-cd-classe-grupo.
           IF  GRP-CD-COND-PAGTO NOT EQUAL SPACES
               MOVE GRP-CD-COND-PAGTO      TO ws-cond-pagto-cliente
           END-IF.

      ******************************************************************
      * Cliente com titulo vencido e nao pago ha mais dias que o
      * parametro DIAS-ATRASO-BLOQUEIO (padrao 30) nao recebe pedido
      * novo, com ou sem limite de credito cadastrado.
      ******************************************************************
       VERIFICAR-TITULOS-VENCIDOS SECTION.
           MOVE "N"                        TO ws-titulo-vencido-sw.
           PERFORM SOMAR-TITULOS-CLIENTE.
           IF  ws-dias-maior-atraso GREATER ws-dias-atraso-bloqueio
               MOVE "S"                    TO ws-titulo-vencido-sw
           END-IF.

      ******************************************************************
      * Percorre os titulos do cliente pela chave alternativa somando
      * o saldo em aberto (valor do titulo menos o ja pago) e
      * guardando o maior atraso, em dias, entre os vencidos.
      ******************************************************************
       SOMAR-TITULOS-CLIENTE SECTION.
           MOVE ZEROS                      TO ws-vl-titulos-cliente.
           MOVE ZEROS                      TO ws-dias-maior-atraso.
           IF  NOT ws-titulos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-cd-cliente              TO rw-tit-cd-cliente.
           START arq-titulos KEY IS EQUAL rw-tit-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-titulos NEXT RECORD.
           PERFORM UNTIL NOT ws-titulos-ok
                      OR rw-tit-cd-cliente NOT EQUAL rw-cd-cliente
               IF  rw-tit-em-aberto
                   COMPUTE ws-vl-titulos-cliente =
                           ws-vl-titulos-cliente
                         + rw-tit-vl-titulo - rw-tit-vl-pago
                   COMPUTE ws-dias-atraso-titulo = ws-nr-inteiro-hoje
                         - FUNCTION INTEGER-OF-DATE(
                                             rw-tit-dt-vencimento)
                   IF  ws-dias-atraso-titulo GREATER
                                             ws-dias-maior-atraso
                       MOVE ws-dias-atraso-titulo
                                           TO ws-dias-maior-atraso
                   END-IF
               END-IF
               READ arq-titulos NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Com o cadastro de condicoes disponivel a condicao do pedido e
           PERFORM EXCLUIR-ITENS-ANTERIORES.
           MOVE ZEROS                      TO rw-qt-itens.
           MOVE ZEROS                      TO rw-vl-total-pedido.
           MOVE "N"                        TO ws-verba-consultada-sw.
           MOVE ZEROS                      TO ws-vl-bonif-pedido.
           MOVE "N"                        TO ws-fim-itens-sw.
           PERFORM UNTIL ws-fim-itens
                      OR rw-qt-itens NOT LESS 999
               MOVE ZEROS                  TO ws-it-cd-produto
               MOVE ZEROS                  TO ws-it-qt-produto
               MOVE ZEROS                  TO ws-it-vl-unitario
               MOVE "N"                    TO ws-it-bonificacao
               DISPLAY ITEM-SECTION
               ACCEPT ITEM-PRODUTO-ON-SCR-IN
               IF  ws-it-cd-produto EQUAL ZEROS
                   MOVE "S"                TO ws-fim-itens-sw
               ELSE
                   ACCEPT ITEM-QTDE-ON-SCR-IN
                   ACCEPT ITEM-BONIF-ON-SCR-IN
                   IF  NOT ws-it-e-bonificacao
                       ACCEPT ITEM-VALOR-ON-SCR-IN
                   END-IF
                   PERFORM INCLUIR-ITEM-PEDIDO
               END-IF
           END-PERFORM.
               MOVE SPACES                  TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  ws-it-e-bonificacao
               PERFORM VERIFICAR-VERBA-BONIFICACAO
               IF  ws-item-retido
                   EXIT SECTION
               END-IF
           ELSE
               IF  ws-it-vl-unitario EQUAL ZEROS
                   PERFORM LOCALIZAR-PRECO-ITEM
                   IF  ws-preco-tabela GREATER ZEROS
                       MOVE ws-preco-tabela TO ws-it-vl-unitario
                   ELSE
                       MOVE rw-prd-vl-preco-lista
                                           TO ws-it-vl-unitario
                   END-IF
               ELSE
                   PERFORM VERIFICAR-TOLERANCIA-PRECO
                   IF  ws-item-retido
                       EXIT SECTION
                   END-IF
               END-IF
               PERFORM APLICAR-CAMPANHA-ITEM
           END-IF.
           PERFORM AVISAR-ESTOQUE-ITEM.
           ADD 1                           TO rw-qt-itens.
           MOVE ws-it-vl-unitario          TO rw-pit-vl-unitario.
           COMPUTE rw-pit-vl-item =
                   ws-it-qt-produto * ws-it-vl-unitario.
           MOVE ws-it-cd-campanha          TO rw-pit-cd-campanha.
           MOVE ws-it-vl-preco-cheio       TO rw-pit-vl-preco-cheio.
           IF  ws-it-e-bonificacao
               MOVE "B"                    TO rw-pit-tp-item
           ELSE
               MOVE "V"                    TO rw-pit-tp-item
           END-IF.
           PERFORM CALCULAR-IMPOSTOS-ITEM.
           WRITE rw-pit-registro.
           IF  NOT ws-itens-ok
               SUBTRACT 1                  FROM rw-qt-itens
               EXIT SECTION
           END-IF.
           ADD rw-pit-vl-item              TO rw-vl-total-pedido.
           ADD rw-pit-vl-icms-st           TO rw-vl-total-pedido.
           IF  ws-it-e-bonificacao
               ADD ws-vl-bonif-item        TO ws-vl-bonif-pedido
           END-IF.

      ******************************************************************
      * ICMS e ICMS-ST do item pela UF do deposito e do cliente
      * (CALCULO-ICMS). Bonificacao e tributada pelo preco de
      * referencia; sem regra fiscal o item fica sem imposto.
      ******************************************************************
       CALCULAR-IMPOSTOS-ITEM SECTION.
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
      * Busca na tabela de precos o preco vigente para o produto no
      * canal e classe do cliente do pedido, na data do pedido; entre
      * vigencias sobrepostas vale a de inicio mais recente. Preco 0
      * no retorno significa sem preco de tabela (cai na lista).
      * Cliente de grupo com tabela propria busca primeiro no
      * canal/classe do grupo e, sem preco ali, no do cliente.
      ******************************************************************
       LOCALIZAR-PRECO-ITEM SECTION.
           MOVE ZEROS                      TO ws-preco-tabela.
           IF  NOT ws-precos-abertos
               EXIT SECTION
           END-IF.
           IF  ws-cd-canal-grupo NOT EQUAL SPACES
               MOVE ws-cd-canal-grupo      TO ws-cd-canal-busca
               MOVE ws-cd-classe-grupo     TO ws-cd-classe-busca
               PERFORM BUSCAR-PRECO-TABELA
           END-IF.
           IF  ws-preco-tabela EQUAL ZEROS
               MOVE ZEROS                  TO ws-dt-inicio-vigente
               MOVE ws-cd-canal-cliente    TO ws-cd-canal-busca
               MOVE ws-cd-classe-cliente   TO ws-cd-classe-busca
               PERFORM BUSCAR-PRECO-TABELA
           END-IF.

       BUSCAR-PRECO-TABELA SECTION.
           MOVE ws-it-cd-produto           TO rw-prc-cd-produto.
           MOVE ws-cd-canal-busca          TO rw-prc-cd-canal.
           MOVE ws-cd-classe-busca         TO rw-prc-cd-classe.
           MOVE ZEROS                      TO rw-prc-dt-inicio.
           START arq-precos KEY IS GREATER rw-prc-chave
               INVALID KEY
           PERFORM UNTIL NOT ws-precos-ok
                      OR rw-prc-cd-produto NOT EQUAL ws-it-cd-produto
                      OR rw-prc-cd-canal   NOT EQUAL
                                           ws-cd-canal-busca
                      OR rw-prc-cd-classe  NOT EQUAL
                                           ws-cd-classe-busca
               IF  rw-prc-dt-inicio NOT GREATER rw-dt-pedido
               AND (rw-prc-dt-fim EQUAL ZEROS
                OR  rw-prc-dt-fim NOT LESS rw-dt-pedido)
           ACCEPT MENSAGEM-SECTION.
           MOVE SPACES                     TO whs-mensagem.

      ******************************************************************
      * Campanha promocional vigente para o produto, canal e
      * territorio do cliente (LOCALIZAR-CAMPANHA): o desconto entra
      * sobre o preco ja aceito (tabela, lista ou digitado dentro da
      * tolerancia), de modo que a verificacao de tolerancia continua
      * olhando o preco cheio. O preco cheio fica gravado no item.
      ******************************************************************
       APLICAR-CAMPANHA-ITEM SECTION.
           MOVE ZEROS                      TO ws-it-cd-campanha.
           MOVE ws-it-vl-unitario          TO ws-it-vl-preco-cheio.
           MOVE ws-it-cd-produto           TO CMP-CD-PRODUTO.
           MOVE ws-cd-canal-cliente        TO CMP-CD-CANAL.
           MOVE ws-cd-territorio-cliente   TO CMP-CD-TERRITORIO.
           MOVE rw-dt-pedido               TO CMP-DT-PEDIDO.
           MOVE ws-it-qt-produto           TO CMP-QT-PRODUTO.
           MOVE ws-it-vl-unitario          TO CMP-VL-UNITARIO.
           CALL "LOCALIZAR-CAMPANHA" USING PARAMETROS-CAMPANHA.
           CANCEL "LOCALIZAR-CAMPANHA".
           IF  CMP-RETORNO EQUAL "00"
               MOVE CMP-CD-CAMPANHA        TO ws-it-cd-campanha
               MOVE CMP-VL-UNITARIO        TO ws-it-vl-unitario
           END-IF.

      ******************************************************************
      * Bonificacao: o item entra sem valor de venda (nao soma no
      * total, na comissao nem nas analises de venda), valorizado pelo
      * preco de referencia (tabela ou lista) so para o controle da
      * verba mensal do vendedor. Passando da verba, o item fica
      * retido em itensRetidos.dat para liberacao do supervisor.
      ******************************************************************
       VERIFICAR-VERBA-BONIFICACAO SECTION.
           MOVE "N"                        TO ws-item-retido-sw.
           MOVE ZEROS                      TO ws-it-cd-campanha.
           PERFORM LOCALIZAR-PRECO-ITEM.
           IF  ws-preco-tabela GREATER ZEROS
               MOVE ws-preco-tabela        TO ws-preco-referencia
           ELSE
               MOVE rw-prd-vl-preco-lista  TO ws-preco-referencia
           END-IF.
           MOVE ws-preco-referencia        TO ws-it-vl-preco-cheio.
           MOVE ZEROS                      TO ws-it-vl-unitario.
           COMPUTE ws-vl-bonif-item =
                   ws-it-qt-produto * ws-preco-referencia.
           IF  NOT ws-verba-consultada
               MOVE rw-cd-vendedor         TO VRB-CD-VENDEDOR
               MOVE rw-dt-pedido(1:6)      TO VRB-NR-ANOMES
               MOVE rw-nr-pedido           TO VRB-NR-PEDIDO
               CALL "LOCALIZAR-VERBA-BONIFICACAO" USING PARAMETROS-VERBA
               CANCEL "LOCALIZAR-VERBA-BONIFICACAO"
               MOVE "S"                    TO ws-verba-consultada-sw
           END-IF.
           IF  VRB-VL-CONSUMIDO + ws-vl-bonif-pedido + ws-vl-bonif-item
                                       NOT GREATER VRB-VL-VERBA
               EXIT SECTION
           END-IF.
           PERFORM GRAVAR-ITEM-RETIDO.
           MOVE "S"                        TO ws-item-retido-sw.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Bonificacao acima da verba do vendedor - item "
                  "retido para liberacao do supervisor"
                  DELIMITED BY SIZE INTO whs-mensagem.
           DISPLAY MENSAGEM-SECTION.
           ACCEPT MENSAGEM-SECTION.
           MOVE SPACES                     TO whs-mensagem.

       GRAVAR-ITEM-RETIDO SECTION.
           OPEN I-O arq-itens-retidos.
           IF  NOT ws-retidos-ok
           MOVE PARM-OPERADOR-ID           TO rw-ret-id-operador.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           MOVE ws-dt-auditoria            TO rw-ret-dt-retencao.
           IF  ws-it-e-bonificacao
               MOVE "B"                    TO rw-ret-tp-item
           ELSE
               MOVE "P"                    TO rw-ret-tp-item
           END-IF.
           WRITE rw-ret-registro.
           IF  ws-resultado-retidos EQUAL "22"
               REWRITE rw-ret-registro

      ******************************************************************
      * Aviso (sem bloqueio) quando a quantidade pedida passa do
      * saldo do produto no deposito do cliente; produto sem registro
      * de saldo no deposito conta como saldo zero. O excedente vira
      * backorder na confirmacao.
      ******************************************************************
       AVISAR-ESTOQUE-ITEM SECTION.
           PERFORM LOCALIZAR-DEPOSITO-PEDIDO.
           MOVE ws-it-cd-produto           TO rw-esd-cd-produto.
           PERFORM LER-SALDO-DEPOSITO.
           IF  ws-it-qt-produto GREATER ws-qt-saldo-deposito
               MOVE SPACES                 TO whs-mensagem
               STRING "Atencao: quantidade acima do saldo do "
                      "deposito - o excedente fica em backorder"
                      DELIMITED BY SIZE INTO whs-mensagem
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
           END-READ.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-nr-pedido TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       CONSULTAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Pagina os pedidos de um cliente pela chave cliente+data: os
      * vivos em pedidos.dat e, em seguida, os arquivados em
      * pedidosHist.dat; ESC encerra a consulta.
      ******************************************************************
       CONSULTAR-POR-CLIENTE SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CONSULTA-CLIENTE-SECTION.
           ACCEPT CONSULTA-CD-CLIENTE-ON-SCR-IN.

           MOVE ZEROS                      TO ws-escape-key.
           MOVE ws-cd-cliente-consulta     TO rw-cd-cliente.
           MOVE ZEROS                      TO rw-dt-pedido.
           START arq-pedidos KEY IS NOT LESS rw-chave-cliente-data
               INVALID KEY
                   MOVE "23"               TO ws-resultado-acesso
           END-START.
           IF  ws-operacao-ok
               READ arq-pedidos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-cd-cliente NOT EQUAL ws-cd-cliente-consulta
                      OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY CONSULTA-RESULTADO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-pedidos NEXT RECORD
               END-IF
           END-PERFORM.
           IF  cob-scr-esc OR NOT ws-historico-aberto
               EXIT SECTION
           END-IF.

           MOVE ws-cd-cliente-consulta     TO rw-hp-cd-cliente.
           MOVE ZEROS                      TO rw-hp-dt-pedido.
           START arq-pedidos-hist
                 KEY IS NOT LESS rw-hp-chave-cliente-data
               INVALID KEY
                   MOVE "23"               TO ws-resultado-hist
           END-START.
           IF  ws-hist-ok
               READ arq-pedidos-hist NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-hist-ok
                      OR rw-hp-cd-cliente NOT EQUAL
                         ws-cd-cliente-consulta
                      OR cob-scr-esc
               MOVE rw-hp-registro         TO rw-registro
               DISPLAY DADOS-SECTION
               DISPLAY CONSULTA-RESULTADO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-pedidos-hist NEXT RECORD
               END-IF
           END-PERFORM.

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-nr-pedido
           START arq-pedidos KEY IS NOT LESS rw-nr-pedido
           MOVE ZEROS TO VENDEDOR-ON-SCR-IN.
           MOVE ZEROS TO DATA-PEDIDO-ON-SCR-IN.
           MOVE ZEROS TO CONSULTA-NR-ON-SCR-IN.
           MOVE ZEROS TO CONSULTA-CD-CLIENTE-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-pedidos
           IF  ws-limites-abertos
               CLOSE arq-limites
           END-IF
           IF  ws-membros-abertos
               CLOSE arq-membros
           END-IF
           IF  ws-titulos-abertos
               CLOSE arq-titulos
           END-IF
           IF  ws-condicoes-abertas
               CLOSE arq-condicoes
           END-IF
               CLOSE arq-itens-hist
           END-IF
           CLOSE arq-vasilhames
           CLOSE arq-backorders
           EXIT PROGRAM.
       END PROGRAM CADASTRO-PEDIDOS.
