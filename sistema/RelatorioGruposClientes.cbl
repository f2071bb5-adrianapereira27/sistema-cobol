      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Vendas e devolucoes consolidadas por grupo de clientes
      *          (rede) no anomes de referencia, para o gerente de
      *          contas-chave: por membro do grupo, o numero de
      *          pedidos, o valor vendido (itens de venda dos pedidos
      *          ativos nao cancelados, sem bonificacao, como na
      *          analise de vendas), o valor devolvido
      *          (devolucoes.dat) e o liquido, com o total do grupo e
      *          o limite de credito do grupo. Membro retirado do
      *          grupo fica fora. Acumula em wrkgruposvendas.dat e
      *          gera relatGruposClientes.txt. Grupo 0 = todos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-GRUPOS-CLIENTES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

           SELECT arq-itens ASSIGN TO DISK "pedidoItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-devolucoes ASSIGN TO DISK "devolucoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-dev-nr-devolucao
             ALTERNATE KEY      IS rw-dev-nr-pedido WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-devolucoes.

           SELECT arq-grupos ASSIGN TO DISK "gruposClientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-grp-cd-grupo
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-grupos.

           SELECT arq-membros ASSIGN TO DISK "membrosGrupo.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mbg-cd-cliente
             ALTERNATE KEY      IS rw-mbg-cd-grupo WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-membros.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-trabalho ASSIGN TO DISK "wrkgruposvendas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wgv-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-grupos ASSIGN TO "relatGruposClientes.txt"
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

           FD arq-grupos.
           01  rw-grp-registro.
               03 rw-grp-cd-grupo          PIC 9(005).
               03 rw-grp-ds-grupo          PIC x(040).
               03 rw-grp-nr-raiz-cnpj      PIC 9(008).
               03 rw-grp-vl-limite         PIC 9(009)v9(002).
               03 rw-grp-cd-canal-preco    PIC x(003).
               03 rw-grp-cd-classe-preco   PIC x(001).
               03 rw-grp-cd-cond-pagto     PIC x(003).
               03 rw-grp-st-ativo          PIC x(001).
                  88 rw-grp-ativo              VALUE "A".
                  88 rw-grp-inativo            VALUE "I".

           FD arq-membros.
           01  rw-mbg-registro.
               03 rw-mbg-cd-cliente        PIC 9(007).
               03 rw-mbg-cd-grupo          PIC 9(005).
               03 rw-mbg-tp-origem         PIC x(001).
                  88 rw-mbg-retirado           VALUE "X".
               03 rw-mbg-dt-inclusao       PIC 9(008).
               03 rw-mbg-id-operador       PIC x(010).

           FD arq-clientes.
           01  rw-cli-registro.
               03 rw-cli-cnpj              PIC 9(014).
               03 rw-cli-cd-cliente        PIC 9(007).
               03 rw-cli-razao-social      PIC x(040).
               03 rw-cli-latitude          PIC s9(003)v9(008).
               03 rw-cli-longitude         PIC s9(003)v9(008).
               03 rw-cli-st-ativo          PIC x(001).
                  88 rw-cli-ativo               VALUE "A".
                  88 rw-cli-inativo             VALUE "I".
               03 rw-cli-cd-territorio     PIC x(005).
               03 rw-cli-nm-contato        PIC x(040).
               03 rw-cli-nr-telefone       PIC x(015).
               03 rw-cli-ds-email          PIC x(050).
               03 rw-cli-nr-cep            PIC x(008).
               03 rw-cli-cd-frequencia     PIC x(001).
               03 rw-cli-dt-inativacao     PIC 9(008).
               03 rw-cli-cd-classe         PIC x(001).
               03 rw-cli-cd-canal          PIC x(003).
               03 rw-cli-st-bloqueio       PIC x(001).
                  88 rw-cli-bloqueado           VALUE "B".
               03 rw-cli-cd-cond-pagto     PIC x(003).
               03 rw-cli-hr-abertura       PIC 9(004).
               03 rw-cli-hr-fechamento     PIC 9(004).
               03 rw-cli-ds-logradouro     PIC x(040).
               03 rw-cli-nr-numero         PIC x(006).
               03 rw-cli-ds-bairro         PIC x(020).
               03 rw-cli-ds-cidade         PIC x(025).
               03 rw-cli-sg-uf             PIC x(002).

           FD arq-trabalho.
           01  rw-wgv-registro.
               03 rw-wgv-chave.
                  05 rw-wgv-cd-grupo       PIC 9(005).
                  05 rw-wgv-cd-cliente     PIC 9(007).
               03 rw-wgv-qt-pedidos        PIC 9(007).
               03 rw-wgv-vl-vendas         PIC 9(013)v9(002).
               03 rw-wgv-vl-devolucoes     PIC 9(013)v9(002).

           FD relat-grupos.
           01  rw-relat-grupos             PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-devolucoes  PIC x(02).
                  88 ws-devolucoes-ok          VALUE "00", "02".
               03 ws-resultado-grupos      PIC x(02).
                  88 ws-grupos-ok              VALUE "00", "02".
               03 ws-resultado-membros     PIC x(02).
                  88 ws-membros-ok             VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-campos-referencia.
               03 ws-anomes-referencia     PIC 9(006) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-cd-grupo-membro       PIC 9(005) VALUE ZEROS.
               03 ws-membro-valido-sw      PIC x(001) VALUE "N".
                  88 ws-membro-valido          VALUE "S".
               03 ws-vl-vendas-pedido      PIC 9(013)v9(002)
                                            VALUE ZEROS.

           01  ws-campos-grupo.
               03 ws-grupo-corrente        PIC 9(005) VALUE ZEROS.
               03 ws-qt-pedidos-grupo      PIC 9(009) VALUE ZEROS.
               03 ws-vl-vendas-grupo       PIC 9(015)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-devol-grupo        PIC 9(015)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-liquido            PIC s9(015)v9(002)
                                            VALUE ZEROS.
               03 ws-fim-trabalho-sw       PIC x(001) VALUE "N".
                  88 ws-fim-trabalho           VALUE "S".

           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.

           01  WR-IDENTIFICACAO.
               03 FILLER                   PIC X(011) VALUE
                   "EMITIDO EM ".
               03 WR-ID-DATA               PIC 9(008).
               03 FILLER                   PIC X(003) VALUE " AS".
               03 FILLER                   PIC X(001) VALUE " ".
               03 WR-ID-HORA               PIC 9(006).
               03 FILLER                   PIC X(005) VALUE " POR ".
               03 WR-ID-SOLICITANTE        PIC X(010).
               03 FILLER                   PIC X(009) VALUE
                   "  PAGINA ".
               03 WR-ID-PAGINA             PIC ZZ9.

           01  WS-CONTADORES.
               03 WS-CT-EMITIDAS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-GRUPOS             PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  WR-SUBTOTAL-CONTINUA.
               03 FILLER                   PIC X(021) VALUE
                   "SUBTOTAL ACUMULADO:  ".
               03 WR-SC-SUBTOTAL           PIC Z(005)9.
               03 FILLER                   PIC X(013) VALUE
                   "  (CONTINUA)".

           01  WR-RODAPE.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE LINHAS: ".
               03 WR-RD-LINHAS             PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE GRUPOS: ".
               03 WR-RD-GRUPOS             PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-CAB1.
               03 FILLER                   PIC X(010) VALUE " ".
               03 FILLER                   PIC X(050) VALUE
                   "VENDAS E DEVOLUCOES POR GRUPO DE CLIENTES (REDE) ".
               03 WR-CB-ANOMES             PIC 9(006).
           01  WR-CAB2.
               03 FILLER                   PIC X(009) VALUE "CLIENTE".
               03 FILLER                   PIC X(042) VALUE
                   "RAZAO SOCIAL".
               03 FILLER                   PIC X(009) VALUE "PEDIDOS".
               03 FILLER                   PIC X(019) VALUE "VENDAS".
               03 FILLER                   PIC X(019) VALUE
                   "DEVOLUCOES".
               03 FILLER                   PIC X(019) VALUE "LIQUIDO".

           01  WR-GRUPO.
               03 FILLER                   PIC X(006) VALUE "GRUPO ".
               03 WR-GR-CD-GRUPO           PIC 9(005).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-GR-DS-GRUPO           PIC X(040).
               03 FILLER                   PIC X(007) VALUE " RAIZ ".
               03 WR-GR-RAIZ               PIC 9(008).
               03 FILLER                   PIC X(008) VALUE " LIMITE ".
               03 WR-GR-LIMITE             PIC ZZZ.ZZZ.ZZ9,99.

           01  WR-DETALHE.
               03 WR-DT-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-RAZAO              PIC X(040).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-PEDIDOS            PIC Z(006)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VENDAS             PIC Z(012)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DEVOLUCOES         PIC Z(012)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-LIQUIDO            PIC -(012)9,99.

           01  WR-TOTAL-GRUPO.
               03 FILLER                   PIC X(012) VALUE
                   "TOTAL GRUPO ".
               03 WR-TG-CD-GRUPO           PIC 9(005).
               03 FILLER                   PIC X(032) VALUE SPACES.
               03 WR-TG-PEDIDOS            PIC Z(008)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-TG-VENDAS             PIC Z(012)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-TG-DEVOLUCOES         PIC Z(012)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-TG-LIQUIDO            PIC -(012)9,99.

       LINKAGE SECTION.
           01  PARAMETROS-GRUPOS-VENDAS.
               05 GV-NR-ANOMES             PIC 9(006).
               05 GV-CD-GRUPO              PIC 9(005).

           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-GRUPOS-VENDAS
                                PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           IF  GV-NR-ANOMES EQUAL ZEROS
               ACCEPT ws-dt-hoje FROM DATE YYYYMMDD
               MOVE ws-dt-hoje(1:6)        TO ws-anomes-referencia
           ELSE
               MOVE GV-NR-ANOMES           TO ws-anomes-referencia
           END-IF.
           OPEN INPUT arq-membros.
           IF  NOT ws-membros-ok
               DISPLAY "RELATORIO-GRUPOS-CLIENTES: membrosGrupo.dat "
                       "nao encontrado"
               MOVE 8                      TO RETURN-CODE
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-grupos.
           OPEN INPUT arq-clientes.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.
           OPEN INPUT arq-pedidos.
           IF  ws-pedidos-ok
               OPEN INPUT arq-itens
               PERFORM ACUMULAR-PEDIDOS
               CLOSE arq-itens
               CLOSE arq-pedidos
           END-IF.
           OPEN INPUT arq-devolucoes.
           IF  ws-devolucoes-ok
               PERFORM ACUMULAR-DEVOLUCOES
               CLOSE arq-devolucoes
           END-IF.
           OPEN OUTPUT relat-grupos.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM EMITIR-GRUPOS.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-membros.
           CLOSE arq-grupos.
           CLOSE arq-clientes.
           CLOSE arq-trabalho.
           CLOSE relat-grupos.
           DISPLAY "RELATORIO-GRUPOS-CLIENTES: " WS-CT-GRUPOS
                   " grupos em relatGruposClientes.txt".
           EXIT PROGRAM.

      ******************************************************************
      * Grupo do cliente pelo cadastro de membros; membro retirado, ou
      * de outro grupo quando o relatorio e de um grupo so, fica fora.
      ******************************************************************
       LOCALIZAR-GRUPO-MEMBRO SECTION.
           MOVE "N"                        TO ws-membro-valido-sw.
           READ arq-membros KEY IS rw-mbg-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  rw-mbg-retirado
               EXIT SECTION
           END-IF.
           IF  GV-CD-GRUPO NOT EQUAL ZEROS
           AND rw-mbg-cd-grupo NOT EQUAL GV-CD-GRUPO
               EXIT SECTION
           END-IF.
           MOVE rw-mbg-cd-grupo            TO ws-cd-grupo-membro.
           MOVE "S"                        TO ws-membro-valido-sw.

       ACUMULAR-PEDIDOS SECTION.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
               IF  rw-pedido-ativo
               AND NOT rw-pedido-cancelado
               AND rw-dt-pedido(1:6) EQUAL ws-anomes-referencia
                   MOVE rw-cd-cliente      TO rw-mbg-cd-cliente
                   PERFORM LOCALIZAR-GRUPO-MEMBRO
                   IF  ws-membro-valido
                       PERFORM SOMAR-ITENS-PEDIDO
                       MOVE ws-cd-grupo-membro TO rw-wgv-cd-grupo
                       MOVE rw-cd-cliente  TO rw-wgv-cd-cliente
                       PERFORM LER-TRABALHO
                       ADD 1               TO rw-wgv-qt-pedidos
                       ADD ws-vl-vendas-pedido TO rw-wgv-vl-vendas
                       PERFORM GRAVAR-TRABALHO
                   END-IF
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.

       SOMAR-ITENS-PEDIDO SECTION.
           MOVE ZEROS                      TO ws-vl-vendas-pedido.
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
      *        bonificacao nao e venda
               IF  NOT rw-pit-bonificacao
                   ADD rw-pit-vl-item      TO ws-vl-vendas-pedido
               END-IF
               READ arq-itens NEXT RECORD
           END-PERFORM.

       ACUMULAR-DEVOLUCOES SECTION.
           READ arq-devolucoes NEXT RECORD.
           PERFORM UNTIL NOT ws-devolucoes-ok
               IF  rw-dev-dt-devolucao(1:6) EQUAL ws-anomes-referencia
                   MOVE rw-dev-cd-cliente  TO rw-mbg-cd-cliente
                   PERFORM LOCALIZAR-GRUPO-MEMBRO
                   IF  ws-membro-valido
                       MOVE ws-cd-grupo-membro TO rw-wgv-cd-grupo
                       MOVE rw-dev-cd-cliente TO rw-wgv-cd-cliente
                       PERFORM LER-TRABALHO
                       ADD rw-dev-vl-devolvido TO rw-wgv-vl-devolucoes
                       PERFORM GRAVAR-TRABALHO
                   END-IF
               END-IF
               READ arq-devolucoes NEXT RECORD
           END-PERFORM.

       LER-TRABALHO SECTION.
           READ arq-trabalho KEY IS rw-wgv-chave
               INVALID KEY
                   MOVE ZEROS              TO rw-wgv-qt-pedidos
                   MOVE ZEROS              TO rw-wgv-vl-vendas
                   MOVE ZEROS              TO rw-wgv-vl-devolucoes
                   MOVE "23"               TO ws-resultado-trabalho
           END-READ.

       GRAVAR-TRABALHO SECTION.
           IF  ws-trabalho-ok
               REWRITE rw-wgv-registro
           ELSE
               WRITE rw-wgv-registro
           END-IF.

      ******************************************************************
      * O arquivo de trabalho sai ordenado por grupo + cliente: quebra
      * por grupo com o cabecalho do grupo antes e o total depois.
      ******************************************************************
       EMITIR-GRUPOS SECTION.
           MOVE LOW-VALUES                 TO rw-wgv-chave.
           START arq-trabalho KEY IS GREATER rw-wgv-chave
               INVALID KEY
                   MOVE "S"                TO ws-fim-trabalho-sw
           END-START.
           IF  NOT ws-fim-trabalho
               READ arq-trabalho NEXT RECORD
               IF  NOT ws-trabalho-ok
                   MOVE "S"                TO ws-fim-trabalho-sw
               END-IF
           END-IF.
           PERFORM EMITIR-GRUPO UNTIL ws-fim-trabalho.

       EMITIR-GRUPO SECTION.
           MOVE rw-wgv-cd-grupo            TO ws-grupo-corrente.
           MOVE ZEROS                      TO ws-qt-pedidos-grupo.
           MOVE ZEROS                      TO ws-vl-vendas-grupo.
           MOVE ZEROS                      TO ws-vl-devol-grupo.
           ADD 1                           TO WS-CT-GRUPOS.
           PERFORM IMPRIMIR-GRUPO.
           PERFORM UNTIL NOT ws-trabalho-ok
                      OR rw-wgv-cd-grupo NOT EQUAL ws-grupo-corrente
               PERFORM IMPRIMIR-LINHA-MEMBRO
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           PERFORM IMPRIMIR-TOTAL-GRUPO.
           IF  NOT ws-trabalho-ok
               MOVE "S"                    TO ws-fim-trabalho-sw
           END-IF.

       IMPRIMIR-GRUPO SECTION.
           MOVE ws-grupo-corrente          TO rw-grp-cd-grupo.
           READ arq-grupos KEY IS rw-grp-cd-grupo
               INVALID KEY
                   MOVE "(GRUPO NAO ENCONTRADO)" TO rw-grp-ds-grupo
                   MOVE ZEROS              TO rw-grp-nr-raiz-cnpj
                   MOVE ZEROS              TO rw-grp-vl-limite
           END-READ.
           MOVE ws-grupo-corrente          TO WR-GR-CD-GRUPO.
           MOVE rw-grp-ds-grupo            TO WR-GR-DS-GRUPO.
           MOVE rw-grp-nr-raiz-cnpj        TO WR-GR-RAIZ.
           MOVE rw-grp-vl-limite           TO WR-GR-LIMITE.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-GRUPO                   TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-LINHA-MEMBRO SECTION.
           ADD 1                           TO WS-CT-EMITIDAS.
           ADD rw-wgv-qt-pedidos           TO ws-qt-pedidos-grupo.
           ADD rw-wgv-vl-vendas            TO ws-vl-vendas-grupo.
           ADD rw-wgv-vl-devolucoes        TO ws-vl-devol-grupo.
           MOVE rw-wgv-cd-cliente          TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
           END-READ.
           COMPUTE ws-vl-liquido = rw-wgv-vl-vendas
                                 - rw-wgv-vl-devolucoes.
           MOVE rw-wgv-cd-cliente          TO WR-DT-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-DT-RAZAO.
           MOVE rw-wgv-qt-pedidos          TO WR-DT-PEDIDOS.
           MOVE rw-wgv-vl-vendas           TO WR-DT-VENDAS.
           MOVE rw-wgv-vl-devolucoes       TO WR-DT-DEVOLUCOES.
           MOVE ws-vl-liquido              TO WR-DT-LIQUIDO.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-DETALHE                 TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-TOTAL-GRUPO SECTION.
           COMPUTE ws-vl-liquido = ws-vl-vendas-grupo
                                 - ws-vl-devol-grupo.
           MOVE ws-grupo-corrente          TO WR-TG-CD-GRUPO.
           MOVE ws-qt-pedidos-grupo        TO WR-TG-PEDIDOS.
           MOVE ws-vl-vendas-grupo         TO WR-TG-VENDAS.
           MOVE ws-vl-devol-grupo          TO WR-TG-DEVOLUCOES.
           MOVE ws-vl-liquido              TO WR-TG-LIQUIDO.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-TOTAL-GRUPO             TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           MOVE SPACES                     TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           ADD 2                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-EMITIDAS             TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-anomes-referencia       TO WR-CB-ANOMES.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-CAB1                    TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-IDENTIFICACAO           TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-CAB2                    TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           MOVE SPACES                     TO rw-relat-grupos.
           WRITE rw-relat-grupos.
           MOVE 4                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-EMITIDAS             TO WR-RD-LINHAS.
           MOVE WS-CT-GRUPOS               TO WR-RD-GRUPOS.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-grupos.
           MOVE WR-RODAPE                  TO rw-relat-grupos.
           WRITE rw-relat-grupos.
       END PROGRAM RELATORIO-GRUPOS-CLIENTES.
