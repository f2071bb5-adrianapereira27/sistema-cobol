      * Purpose: Calculo mensal das comissoes dos vendedores sobre os
      *          pedidos ativos e nao cancelados do anomes: o
      *          percentual de cada item vem da regra por produto,
      *          na falta dela da regra por familia do produto, da
      *          regra pela categoria dessa familia (familias.dat), da
      *          regra por classe do cliente e por ultimo do
      *          parametro COMISSAO-PADRAO-PCT. Vendedor que
      *          bate a meta de valor (metas.dat) tem a comissao
      *          multiplicada pelo acelerador ACELERADOR-META-PCT.
      *          Gera o extrato por vendedor com cada pedido que
      *          contribuiu (relatComissoes.txt) e o arquivo de layout
      *          fixo para a folha (folhaComissoes.txt,
      *          InterfaceComissoes.cpy). Cada pedido comissionado
      *          fica registrado em comissoesPagas.dat; devolucao
      *          registrada no anomes contra pedido ja comissionado e
      *          pedido comissionado que foi cancelado depois geram
      *          estorno da comissao, em linha propria do extrato e
      *          registro "E" na folha. O reembolso de quilometragem
      *          do anomes (CALCULO-REEMBOLSO-KM, reembolsoKm.dat) e
      *          recalculado na mesma execucao e vai para a folha como
      *          registro "K".
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
             FILE STATUS        IS ws-resultado-regras.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-familias ASSIGN TO DISK "familias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fam-cd-familia
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-familias.

           SELECT arq-metas ASSIGN TO DISK "metas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-metas.

           SELECT arq-devolucoes ASSIGN TO DISK "devolucoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dev-nr-devolucao
             ALTERNATE KEY      IS rw-dev-nr-pedido WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-devolucoes.

           SELECT arq-comissoes-pagas
             ASSIGN TO DISK "comissoesPagas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cpa-nr-pedido
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pagas.

           SELECT arq-estornos ASSIGN TO DISK "wrkestornos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wes-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estornos.

           SELECT arq-reembolso ASSIGN TO DISK "reembolsoKm.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-rkm-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-reembolso.

           SELECT relat-comissoes ASSIGN TO "relatComissoes.txt"
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
                  05 rw-rgc-cd-chave       PIC x(007).
               03 rw-rgc-pc-comissao       PIC 9(002)v9(002).

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

           FD arq-familias.
           01  rw-fam-registro.
               03 rw-fam-cd-familia        PIC 9(005).
               03 rw-fam-ds-familia        PIC x(040).
               03 rw-fam-cd-categoria      PIC 9(005).
               03 rw-fam-st-ativo          PIC x(001).
                  88 rw-fam-ativo              VALUE "A".
                  88 rw-fam-inativo            VALUE "I".

           FD arq-metas.
           01  rw-met-registro.
               03 rw-met-chave.
                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-qt-visitas        PIC 9(005).
               03 rw-met-vl-pedidos        PIC 9(009)v9(002).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

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

      ******************************************************************
      * Pedidos ja comissionados: o anomes e o valor da comissao
      * paga (antes do acelerador), e a marca de estorno quando o
      * pedido foi cancelado depois do pagamento.
      ******************************************************************
           FD arq-comissoes-pagas.
           01  rw-cpa-registro.
               03 rw-cpa-nr-pedido         PIC 9(007).
               03 rw-cpa-cd-vendedor       PIC 9(003).
               03 rw-cpa-nr-anomes         PIC 9(006).
               03 rw-cpa-vl-base           PIC 9(011)v9(002).
               03 rw-cpa-vl-comissao       PIC 9(011)v9(002).
               03 rw-cpa-st-estorno        PIC x(001).
                  88 rw-cpa-estornada          VALUE "E".
               03 rw-cpa-nr-anomes-estorno PIC 9(006).

      ******************************************************************
      * Estornos apurados no anomes, por vendedor, para impressao no
      * fechamento de cada vendedor.
      ******************************************************************
           FD arq-estornos.
           01  rw-wes-registro.
               03 rw-wes-chave.
                  05 rw-wes-cd-vendedor    PIC 9(003).
                  05 rw-wes-nr-pedido      PIC 9(007).
                  05 rw-wes-nr-devolucao   PIC 9(007).
               03 rw-wes-tp-estorno        PIC x(001).
                  88 rw-wes-devolucao          VALUE "D".
                  88 rw-wes-cancelamento       VALUE "C".
               03 rw-wes-dt-referencia     PIC 9(008).
               03 rw-wes-nr-anomes-origem  PIC 9(006).
               03 rw-wes-vl-base           PIC 9(011)v9(002).
               03 rw-wes-vl-estorno        PIC 9(011)v9(002).

      ******************************************************************
      * Reembolso de quilometragem por anomes/vendedor, gravado pelo
      * CALCULO-REEMBOLSO-KM.
      ******************************************************************
           FD arq-reembolso.
           01  rw-rkm-registro.
               03 rw-rkm-chave.
                  05 rw-rkm-nr-anomes      PIC 9(006).
                  05 rw-rkm-cd-vendedor    PIC 9(003).
               03 rw-rkm-cpf-vendedor      PIC 9(011).
               03 rw-rkm-qt-dias           PIC 9(003).
               03 rw-rkm-qt-km             PIC 9(007)v9(002).
               03 rw-rkm-vl-km             PIC 9(003)v9(004).
               03 rw-rkm-vl-reembolso      PIC 9(011)v9(002).
               03 rw-rkm-dt-calculo        PIC 9(008).

           FD relat-comissoes.
           01  rw-relat-comissoes          PIC x(200).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-regras      PIC x(02).
                  88 ws-regras-ok              VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-familias    PIC x(02).
                  88 ws-familias-ok            VALUE "00", "02".
               03 ws-resultado-metas       PIC x(02).
                  88 ws-metas-ok               VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 ws-resultado-folha       PIC x(02).
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".
               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
               03 ws-resultado-pagas       PIC x(02).
                  88 ws-pagas-ok               VALUE "00", "02".
               03 ws-resultado-estornos    PIC x(02).
                  88 ws-estornos-ok            VALUE "00", "02".
               03 ws-resultado-reembolso   PIC x(02).
                  88 ws-reembolso-ok           VALUE "00", "02".

           COPY "InterfaceComissoes.cpy".

                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-REEMBOLSO-KM.
               05 RK-NR-ANOMES             PIC 9(006) VALUE ZEROS.

           01  ws-campos-calculo.
               03 ws-anomes-referencia     PIC 9(006) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-pc-item               PIC 9(002)v9(002)
                                            VALUE ZEROS.
               03 ws-cd-classe-cliente     PIC x(001) VALUE SPACES.
               03 ws-cd-familia-item       PIC 9(005) VALUE ZEROS.
               03 ws-cd-categoria-item     PIC 9(005) VALUE ZEROS.
               03 ws-vl-comissao-pedido    PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-base-vendedor      PIC 9(013)v9(002)
                  88 ws-fim-pedidos            VALUE "S".
               03 ws-regras-abertas-sw     PIC x(001) VALUE "N".
                  88 ws-regras-abertas         VALUE "S".
               03 ws-produtos-abertos-sw   PIC x(001) VALUE "N".
                  88 ws-produtos-abertos       VALUE "S".
               03 ws-familias-abertas-sw   PIC x(001) VALUE "N".
                  88 ws-familias-abertas       VALUE "S".
               03 ws-metas-abertas-sw      PIC x(001) VALUE "N".
                  88 ws-metas-abertas          VALUE "S".
               03 ws-nr-execucao           PIC 9(006) VALUE ZEROS.
               03 ws-hash-valores          PIC 9(015) VALUE ZEROS.

           01  ws-campos-estorno.
               03 ws-devolucoes-abertas-sw PIC x(001) VALUE "N".
                  88 ws-devolucoes-abertas     VALUE "S".
               03 ws-vl-estorno-item       PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-estornado-antes    PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-estorno-vendedor   PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-liquido-vendedor   PIC s9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-fim-estornos-sw       PIC x(001) VALUE "N".
                  88 ws-fim-estornos           VALUE "S".

           01  WS-CONTADORES.
               03 WS-CT-VENDEDORES         PIC 9(006) VALUE ZEROS.
               03 WS-CT-PEDIDOS            PIC 9(006) VALUE ZEROS.
               03 WS-CT-ESTORNOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-REEMBOLSOS         PIC 9(006) VALUE ZEROS.

           01  WR-CAB1.
               03 FILLER                   PIC X(012) VALUE " ".
               03 WR-TV-VL-COMISSAO        PIC Z(010)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-TV-ALERTA             PIC X(020).
           01  WR-ESTORNO.
               03 FILLER                   PIC X(010) VALUE
                   "  ESTORNO ".
               03 WR-ES-DS-TIPO            PIC X(012).
               03 FILLER                   PIC X(008) VALUE
                   " PEDIDO ".
               03 WR-ES-NR-PEDIDO          PIC 9(007).
               03 FILLER                   PIC X(008) VALUE
                   " ANOMES ".
               03 WR-ES-NR-ANOMES-ORIGEM   PIC 9(006).
               03 FILLER                   PIC X(006) VALUE " DATA ".
               03 WR-ES-DT-REFERENCIA      PIC 9(008).
               03 FILLER                   PIC X(008) VALUE "  VALOR ".
               03 WR-ES-VL-BASE            PIC Z(010)9,99.
               03 FILLER                   PIC X(011) VALUE
                   "  COMISSAO ".
               03 WR-ES-VL-ESTORNO         PIC -Z(008)9,99.
           01  WR-LIQUIDO-VENDEDOR.
               03 FILLER                   PIC X(014) VALUE
                   "  ESTORNOS    ".
               03 WR-LV-VL-ESTORNOS        PIC -Z(011)9,99.
               03 FILLER                   PIC X(011) VALUE
                   "  LIQUIDO  ".
               03 WR-LV-VL-LIQUIDO         PIC -Z(009)9,99.

       LINKAGE SECTION.
           01  PARAMETROS-COMISSOES.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-operacao-ok
               DISPLAY "CALCULO-COMISSOES: pedidos.dat nao encontrado"
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           MOVE ws-anomes-referencia       TO RK-NR-ANOMES.
           CALL "CALCULO-REEMBOLSO-KM" USING PARAMETROS-REEMBOLSO-KM.
           CANCEL "CALCULO-REEMBOLSO-KM".
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM OBTER-NUMERO-EXECUCAO.
           PERFORM GRAVAR-HEADER-FOLHA.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM APURAR-ESTORNOS-DEVOLUCAO.
           PERFORM APURAR-ESTORNOS-CANCELAMENTO.
           PERFORM PROCESSAR-VENDEDORES.
           PERFORM PROCESSAR-ESTORNOS-PENDENTES.
           PERFORM GRAVAR-REEMBOLSOS-FOLHA.
           PERFORM GRAVAR-TRAILER-FOLHA.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "CALCULO-COMISSOES: " WS-CT-VENDEDORES
                   " vendedores e " WS-CT-PEDIDOS
                   " pedidos no anomes " ws-anomes-referencia
                   ", " WS-CT-ESTORNOS " estornos, "
                   WS-CT-REEMBOLSOS " reembolsos de km".
           EXIT PROGRAM.

       ABRIR-ARQUIVOS SECTION.
           IF  ws-regras-ok
               MOVE "S"                    TO ws-regras-abertas-sw
           END-IF.
           OPEN INPUT arq-produtos.
           IF  ws-produtos-ok
               MOVE "S"                    TO ws-produtos-abertos-sw
           END-IF.
           OPEN INPUT arq-familias.
           IF  ws-familias-ok
               MOVE "S"                    TO ws-familias-abertas-sw
           END-IF.
           OPEN INPUT arq-metas.
           IF  ws-metas-ok
               MOVE "S"                    TO ws-metas-abertas-sw
           END-IF.
           OPEN INPUT arq-devolucoes.
           IF  ws-devolucoes-ok
               MOVE "S"                    TO ws-devolucoes-abertas-sw
           END-IF.
           OPEN I-O arq-comissoes-pagas.
           IF  NOT ws-pagas-ok
               OPEN OUTPUT arq-comissoes-pagas
               CLOSE arq-comissoes-pagas
               OPEN I-O arq-comissoes-pagas
           END-IF.
           OPEN OUTPUT arq-estornos.
           CLOSE arq-estornos.
           OPEN I-O arq-estornos.
           OPEN OUTPUT relat-comissoes.
           OPEN OUTPUT arq-folha.

           MOVE rw-cd-vendedor             TO ws-vendedor-grupo.
           MOVE ZEROS                      TO ws-vl-base-vendedor.
           MOVE ZEROS                      TO ws-vl-comissao-vendedor.
           MOVE ZEROS                      TO ws-vl-estorno-vendedor.
           MOVE "N"                        TO ws-cab-impresso-sw.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-cd-vendedor NOT EQUAL ws-vendedor-grupo
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
           PERFORM IMPRIMIR-ESTORNOS-VENDEDOR.
           PERFORM FECHAR-VENDEDOR.
           IF  NOT ws-operacao-ok
               MOVE "S"                    TO ws-fim-pedidos-sw
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                      OR rw-pit-nr-pedido NOT EQUAL rw-nr-pedido
      *        bonificacao nao gera comissao
               IF  NOT rw-pit-bonificacao
                   PERFORM DEFINIR-PERCENTUAL-ITEM
                   COMPUTE ws-vl-comissao-pedido =
                           ws-vl-comissao-pedido
                         + (rw-pit-vl-item * ws-pc-item / 100)
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.
           ADD rw-vl-total-pedido          TO ws-vl-base-vendedor.
           ADD ws-vl-comissao-pedido       TO ws-vl-comissao-vendedor.
           PERFORM REGISTRAR-COMISSAO-PAGA.
           MOVE rw-nr-pedido               TO WR-PD-NR-PEDIDO.
           MOVE rw-dt-pedido               TO WR-PD-DT-PEDIDO.
           MOVE rw-vl-total-pedido         TO WR-PD-VL-PEDIDO.
           MOVE WR-PEDIDO                  TO rw-relat-comissoes.
           WRITE rw-relat-comissoes.

      ******************************************************************
      * Guarda o pedido comissionado; o reprocessamento do mesmo
      * anomes regrava o valor e desfaz uma marca de estorno antiga.
      ******************************************************************
       REGISTRAR-COMISSAO-PAGA SECTION.
           MOVE rw-nr-pedido               TO rw-cpa-nr-pedido.
           MOVE rw-cd-vendedor             TO rw-cpa-cd-vendedor.
           MOVE ws-anomes-referencia       TO rw-cpa-nr-anomes.
           MOVE rw-vl-total-pedido         TO rw-cpa-vl-base.
           MOVE ws-vl-comissao-pedido      TO rw-cpa-vl-comissao.
           MOVE SPACE                      TO rw-cpa-st-estorno.
           MOVE ZEROS                      TO rw-cpa-nr-anomes-estorno.
           WRITE rw-cpa-registro.
           IF  NOT ws-pagas-ok
               REWRITE rw-cpa-registro
           END-IF.

       LOCALIZAR-CLASSE-CLIENTE SECTION.
           MOVE SPACES                     TO ws-cd-classe-cliente.
           MOVE rw-cd-cliente              TO rw-cli-cd-cliente.
                   MOVE rw-rgc-pc-comissao TO ws-pc-item
                   EXIT SECTION
           END-READ.
      *    regra da familia do produto e, na falta dela, da categoria
      *    a que a familia pertence
           PERFORM LOCALIZAR-FAMILIA-ITEM.
           IF  ws-cd-familia-item NOT EQUAL ZEROS
               MOVE "F"                    TO rw-rgc-tp-regra
               MOVE SPACES                 TO rw-rgc-cd-chave
               MOVE ws-cd-familia-item     TO rw-rgc-cd-chave(1:5)
               READ arq-regras KEY IS rw-rgc-chave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE rw-rgc-pc-comissao TO ws-pc-item
                       EXIT SECTION
               END-READ
           END-IF.
           IF  ws-cd-categoria-item NOT EQUAL ZEROS
               MOVE "F"                    TO rw-rgc-tp-regra
               MOVE SPACES                 TO rw-rgc-cd-chave
               MOVE ws-cd-categoria-item   TO rw-rgc-cd-chave(1:5)
               READ arq-regras KEY IS rw-rgc-chave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE rw-rgc-pc-comissao TO ws-pc-item
                       EXIT SECTION
               END-READ
           END-IF.
           IF  ws-cd-classe-cliente NOT EQUAL SPACES
               MOVE "C"                    TO rw-rgc-tp-regra
               MOVE SPACES                 TO rw-rgc-cd-chave
               END-READ
           END-IF.

       LOCALIZAR-FAMILIA-ITEM SECTION.
           MOVE ZEROS                      TO ws-cd-familia-item.
           MOVE ZEROS                      TO ws-cd-categoria-item.
           IF  NOT ws-produtos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-pit-cd-produto          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE rw-prd-cd-familia          TO ws-cd-familia-item.
           IF  ws-cd-familia-item EQUAL ZEROS
           OR  NOT ws-familias-abertas
               EXIT SECTION
           END-IF.
           MOVE ws-cd-familia-item         TO rw-fam-cd-familia.
           READ arq-familias KEY IS rw-fam-cd-familia
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE rw-fam-cd-categoria        TO ws-cd-categoria-item.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           MOVE ws-vendedor-grupo          TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           MOVE "N"                        TO ws-acelerada-sw.
           IF  ws-vl-comissao-vendedor EQUAL ZEROS
           AND ws-vl-base-vendedor EQUAL ZEROS
               IF  ws-vl-estorno-vendedor GREATER ZEROS
                   PERFORM IMPRIMIR-LIQUIDO-VENDEDOR
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1                           TO WS-CT-VENDEDORES.
           MOVE SPACES                     TO rw-relat-comissoes.
           MOVE WR-TOTAL-VENDEDOR          TO rw-relat-comissoes.
           WRITE rw-relat-comissoes.
           IF  ws-vl-estorno-vendedor GREATER ZEROS
               PERFORM IMPRIMIR-LIQUIDO-VENDEDOR
           ELSE
               MOVE SPACES                 TO rw-relat-comissoes
               WRITE rw-relat-comissoes
           END-IF.
           PERFORM GRAVAR-COMISSAO-FOLHA.

       IMPRIMIR-LIQUIDO-VENDEDOR SECTION.
           COMPUTE ws-vl-liquido-vendedor =
                   ws-vl-comissao-vendedor - ws-vl-estorno-vendedor.
           COMPUTE WR-LV-VL-ESTORNOS = 0 - ws-vl-estorno-vendedor.
           MOVE ws-vl-liquido-vendedor     TO WR-LV-VL-LIQUIDO.
           MOVE SPACES                     TO rw-relat-comissoes.
           MOVE WR-LIQUIDO-VENDEDOR        TO rw-relat-comissoes.
           WRITE rw-relat-comissoes.
           MOVE SPACES                     TO rw-relat-comissoes.
           WRITE rw-relat-comissoes.

       GRAVAR-COMISSAO-FOLHA SECTION.
           INITIALIZE                      IF-COM-COMISSAO.
                   ws-hash-valores + (ws-vl-comissao-vendedor * 100),
                   1000000000000000).

      ******************************************************************
      * Devolucoes registradas no anomes contra pedido ja comissionado
      * (ativo, nao cancelado, de anomes ate o de referencia): o
      * estorno e o valor devolvido vezes o percentual que o item
      * teve na comissao (mesma regra por produto/classe/padrao).
      ******************************************************************
       APURAR-ESTORNOS-DEVOLUCAO SECTION.
           IF  NOT ws-devolucoes-abertas
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO rw-dev-nr-devolucao.
           START arq-devolucoes KEY IS NOT LESS rw-dev-nr-devolucao
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-devolucoes NEXT RECORD.
           PERFORM UNTIL NOT ws-devolucoes-ok
               IF  rw-dev-dt-devolucao(1:6) EQUAL ws-anomes-referencia
                   PERFORM AVALIAR-DEVOLUCAO
               END-IF
               READ arq-devolucoes NEXT RECORD
           END-PERFORM.

       AVALIAR-DEVOLUCAO SECTION.
           MOVE rw-dev-nr-pedido           TO rw-nr-pedido.
           READ arq-pedidos KEY IS rw-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  NOT rw-pedido-ativo
           OR  rw-pedido-cancelado
           OR  rw-dt-pedido(1:6) GREATER ws-anomes-referencia
               EXIT SECTION
           END-IF.
           PERFORM CALCULAR-ESTORNO-DEVOLUCAO.
           IF  ws-vl-estorno-item EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE rw-cd-vendedor             TO rw-wes-cd-vendedor.
           MOVE rw-nr-pedido               TO rw-wes-nr-pedido.
           MOVE rw-dev-nr-devolucao        TO rw-wes-nr-devolucao.
           MOVE "D"                        TO rw-wes-tp-estorno.
           MOVE rw-dev-dt-devolucao        TO rw-wes-dt-referencia.
           MOVE rw-dt-pedido(1:6)          TO rw-wes-nr-anomes-origem.
           MOVE rw-dev-vl-devolvido        TO rw-wes-vl-base.
           MOVE ws-vl-estorno-item         TO rw-wes-vl-estorno.
           WRITE rw-wes-registro.

      *    pedido em rw-registro e devolucao em rw-dev-registro
       CALCULAR-ESTORNO-DEVOLUCAO SECTION.
           PERFORM LOCALIZAR-CLASSE-CLIENTE.
           MOVE rw-dev-cd-produto          TO rw-pit-cd-produto.
           PERFORM DEFINIR-PERCENTUAL-ITEM.
           COMPUTE ws-vl-estorno-item =
                   rw-dev-vl-devolvido * ws-pc-item / 100.

      ******************************************************************
      * Pedido comissionado em anomes anterior e cancelado depois:
      * estorna a comissao paga menos o que ja foi estornado por
      * devolucoes de meses anteriores. O estorno fica marcado com o
      * anomes em que foi apurado, para o reprocessamento do mesmo
      * anomes repetir o lancamento e os seguintes nao. Pedido
      * cancelado comissionado no proprio anomes de referencia sai do
      * registro, pois o reprocessamento ja nao paga a comissao.
      ******************************************************************
       APURAR-ESTORNOS-CANCELAMENTO SECTION.
           MOVE ZEROS                      TO rw-cpa-nr-pedido.
           START arq-comissoes-pagas KEY IS NOT LESS rw-cpa-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-comissoes-pagas NEXT RECORD.
           PERFORM UNTIL NOT ws-pagas-ok
               PERFORM AVALIAR-COMISSAO-PAGA
               READ arq-comissoes-pagas NEXT RECORD
           END-PERFORM.

       AVALIAR-COMISSAO-PAGA SECTION.
           IF  rw-cpa-estornada
           AND rw-cpa-nr-anomes-estorno NOT EQUAL ws-anomes-referencia
               EXIT SECTION
           END-IF.
           MOVE rw-cpa-nr-pedido           TO rw-nr-pedido.
           READ arq-pedidos KEY IS rw-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  NOT rw-pedido-cancelado
               EXIT SECTION
           END-IF.
           IF  rw-cpa-nr-anomes EQUAL ws-anomes-referencia
               DELETE arq-comissoes-pagas RECORD
               EXIT SECTION
           END-IF.
           IF  rw-cpa-nr-anomes GREATER ws-anomes-referencia
               EXIT SECTION
           END-IF.
           PERFORM SOMAR-ESTORNOS-ANTERIORES.
           IF  ws-vl-estornado-antes NOT LESS rw-cpa-vl-comissao
               EXIT SECTION
           END-IF.
           MOVE "E"                        TO rw-cpa-st-estorno.
           MOVE ws-anomes-referencia       TO rw-cpa-nr-anomes-estorno.
           REWRITE rw-cpa-registro.
           MOVE rw-cpa-cd-vendedor         TO rw-wes-cd-vendedor.
           MOVE rw-cpa-nr-pedido           TO rw-wes-nr-pedido.
           MOVE ZEROS                      TO rw-wes-nr-devolucao.
           MOVE "C"                        TO rw-wes-tp-estorno.
           MOVE rw-dt-pedido               TO rw-wes-dt-referencia.
           MOVE rw-cpa-nr-anomes           TO rw-wes-nr-anomes-origem.
           MOVE rw-cpa-vl-base             TO rw-wes-vl-base.
           COMPUTE rw-wes-vl-estorno =
                   rw-cpa-vl-comissao - ws-vl-estornado-antes.
           WRITE rw-wes-registro.

       SOMAR-ESTORNOS-ANTERIORES SECTION.
           MOVE ZEROS                      TO ws-vl-estornado-antes.
           IF  NOT ws-devolucoes-abertas
               EXIT SECTION
           END-IF.
           MOVE rw-nr-pedido               TO rw-dev-nr-pedido.
           START arq-devolucoes KEY IS EQUAL rw-dev-nr-pedido
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-devolucoes NEXT RECORD.
           PERFORM UNTIL NOT ws-devolucoes-ok
                      OR rw-dev-nr-pedido NOT EQUAL rw-nr-pedido
               IF  rw-dev-dt-devolucao(1:6) LESS ws-anomes-referencia
                   PERFORM CALCULAR-ESTORNO-DEVOLUCAO
                   ADD ws-vl-estorno-item  TO ws-vl-estornado-antes
               END-IF
               READ arq-devolucoes NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Imprime e leva para a folha os estornos do vendedor do grupo,
      * retirando-os do arquivo de trabalho.
      ******************************************************************
       IMPRIMIR-ESTORNOS-VENDEDOR SECTION.
           MOVE ws-vendedor-grupo          TO rw-wes-cd-vendedor.
           MOVE ZEROS                      TO rw-wes-nr-pedido.
           MOVE ZEROS                      TO rw-wes-nr-devolucao.
           START arq-estornos KEY IS NOT LESS rw-wes-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-estornos NEXT RECORD.
           PERFORM UNTIL NOT ws-estornos-ok
                      OR rw-wes-cd-vendedor NOT EQUAL ws-vendedor-grupo
               IF  NOT ws-cab-impresso
                   PERFORM IMPRIMIR-CAB-VENDEDOR
                   MOVE "S"                TO ws-cab-impresso-sw
               END-IF
               PERFORM IMPRIMIR-ESTORNO
               PERFORM GRAVAR-ESTORNO-FOLHA
               DELETE arq-estornos RECORD
               READ arq-estornos NEXT RECORD
           END-PERFORM.

       IMPRIMIR-ESTORNO SECTION.
           ADD rw-wes-vl-estorno           TO ws-vl-estorno-vendedor.
           IF  rw-wes-devolucao
               MOVE SPACES                 TO WR-ES-DS-TIPO
               STRING "DEV " rw-wes-nr-devolucao
                      DELIMITED BY SIZE INTO WR-ES-DS-TIPO
           ELSE
               MOVE "CANCELAMENTO"         TO WR-ES-DS-TIPO
           END-IF.
           MOVE rw-wes-nr-pedido           TO WR-ES-NR-PEDIDO.
           MOVE rw-wes-nr-anomes-origem    TO WR-ES-NR-ANOMES-ORIGEM.
           MOVE rw-wes-dt-referencia       TO WR-ES-DT-REFERENCIA.
           MOVE rw-wes-vl-base             TO WR-ES-VL-BASE.
           COMPUTE WR-ES-VL-ESTORNO = 0 - rw-wes-vl-estorno.
           MOVE SPACES                     TO rw-relat-comissoes.
           MOVE WR-ESTORNO                 TO rw-relat-comissoes.
           WRITE rw-relat-comissoes.

       GRAVAR-ESTORNO-FOLHA SECTION.
           ADD 1                           TO WS-CT-ESTORNOS.
           INITIALIZE                      IF-COM-ESTORNO.
           MOVE "E"                        TO IF-EST-TIPO-REGISTRO.
           MOVE ws-vendedor-grupo          TO IF-EST-CD-VENDEDOR.
           MOVE rw-vnd-cpf                 TO IF-EST-CPF-VENDEDOR.
           MOVE ws-anomes-referencia       TO IF-EST-NR-ANOMES.
           MOVE rw-wes-nr-pedido           TO IF-EST-NR-PEDIDO.
           MOVE rw-wes-nr-anomes-origem    TO IF-EST-NR-ANOMES-ORIGEM.
           MOVE rw-wes-tp-estorno          TO IF-EST-TP-ESTORNO.
           MOVE rw-wes-nr-devolucao        TO IF-EST-NR-DEVOLUCAO.
           MOVE rw-wes-vl-base             TO IF-EST-VL-BASE.
           MOVE rw-wes-vl-estorno          TO IF-EST-VL-ESTORNO.
           MOVE IF-COM-ESTORNO             TO rw-folha.
           WRITE rw-folha.
           COMPUTE ws-hash-valores = FUNCTION MOD(
                   ws-hash-valores + (rw-wes-vl-estorno * 100),
                   1000000000000000).

      ******************************************************************
      * Vendedor sem pedido nenhum em pedidos.dat (pedidos ja
      * arquivados) ainda recebe os seus estornos.
      ******************************************************************
       PROCESSAR-ESTORNOS-PENDENTES SECTION.
           MOVE "N"                        TO ws-fim-estornos-sw.
           PERFORM UNTIL ws-fim-estornos
               MOVE ZEROS                  TO rw-wes-chave
               START arq-estornos KEY IS NOT LESS rw-wes-chave
                   INVALID KEY
                       MOVE "S"            TO ws-fim-estornos-sw
                   NOT INVALID KEY
                       READ arq-estornos NEXT RECORD
                       IF  NOT ws-estornos-ok
                           MOVE "S"        TO ws-fim-estornos-sw
                       END-IF
               END-START
               IF  NOT ws-fim-estornos
                   MOVE rw-wes-cd-vendedor TO ws-vendedor-grupo
                   MOVE ZEROS              TO ws-vl-base-vendedor
                   MOVE ZEROS              TO ws-vl-comissao-vendedor
                   MOVE ZEROS              TO ws-vl-estorno-vendedor
                   MOVE "N"                TO ws-cab-impresso-sw
                   PERFORM IMPRIMIR-ESTORNOS-VENDEDOR
                   PERFORM FECHAR-VENDEDOR
               END-IF
           END-PERFORM.

      ******************************************************************
      * Reembolsos de quilometragem do anomes, um registro "K" por
      * vendedor, somados na contagem e no hash do trailer.
      ******************************************************************
       GRAVAR-REEMBOLSOS-FOLHA SECTION.
           OPEN INPUT arq-reembolso.
           IF  NOT ws-reembolso-ok
               EXIT SECTION
           END-IF.
           MOVE ws-anomes-referencia       TO rw-rkm-nr-anomes.
           MOVE ZEROS                      TO rw-rkm-cd-vendedor.
           START arq-reembolso KEY IS NOT LESS rw-rkm-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-reembolso
           END-START.
           IF  ws-reembolso-ok
               READ arq-reembolso NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-reembolso-ok
                      OR rw-rkm-nr-anomes NOT EQUAL
                                           ws-anomes-referencia
               IF  rw-rkm-vl-reembolso GREATER ZEROS
                   PERFORM GRAVAR-REEMBOLSO-FOLHA
               END-IF
               READ arq-reembolso NEXT RECORD
           END-PERFORM.
           CLOSE arq-reembolso.

       GRAVAR-REEMBOLSO-FOLHA SECTION.
           ADD 1                           TO WS-CT-REEMBOLSOS.
           INITIALIZE                      IF-COM-REEMBOLSO-KM.
           MOVE "K"                        TO IF-KM-TIPO-REGISTRO.
           MOVE rw-rkm-cd-vendedor         TO IF-KM-CD-VENDEDOR.
           MOVE rw-rkm-cpf-vendedor        TO IF-KM-CPF-VENDEDOR.
           MOVE rw-rkm-nr-anomes           TO IF-KM-NR-ANOMES.
           MOVE rw-rkm-qt-dias             TO IF-KM-QT-DIAS.
           MOVE rw-rkm-qt-km               TO IF-KM-QT-KM.
           MOVE rw-rkm-vl-km               TO IF-KM-VL-KM.
           MOVE rw-rkm-vl-reembolso        TO IF-KM-VL-REEMBOLSO.
           MOVE IF-COM-REEMBOLSO-KM        TO rw-folha.
           WRITE rw-folha.
           COMPUTE ws-hash-valores = FUNCTION MOD(
                   ws-hash-valores + (rw-rkm-vl-reembolso * 100),
                   1000000000000000).

       GRAVAR-HEADER-FOLHA SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
       GRAVAR-TRAILER-FOLHA SECTION.
           INITIALIZE                      IF-COM-TRAILER.
           MOVE "T"                        TO IF-COM-TRL-TIPO-REGISTRO.
           COMPUTE IF-COM-TRL-QT-REGISTROS =
                   WS-CT-VENDEDORES + WS-CT-ESTORNOS
                 + WS-CT-REEMBOLSOS.
           MOVE ws-hash-valores            TO IF-COM-TRL-HASH-VALORES.
           MOVE IF-COM-TRAILER             TO rw-folha.
           WRITE rw-folha.
           IF  ws-regras-abertas
               CLOSE arq-regras
           END-IF.
           IF  ws-produtos-abertos
               CLOSE arq-produtos
           END-IF.
           IF  ws-familias-abertas
               CLOSE arq-familias
           END-IF.
           IF  ws-metas-abertas
               CLOSE arq-metas
           END-IF.
           IF  ws-devolucoes-abertas
               CLOSE arq-devolucoes
           END-IF.
           CLOSE arq-comissoes-pagas.
           CLOSE arq-estornos.
           CLOSE relat-comissoes.
           CLOSE arq-folha.
       END PROGRAM CALCULO-COMISSOES.
