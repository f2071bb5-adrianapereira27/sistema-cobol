      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Localizar tudo o que ainda depende de um vendedor:
      *          clientes na distribuicao (como vendedor ou como
      *          titular de cobertura temporaria), fixacoes, prospects
      *          pendentes, pedidos digitados ou com itens retidos,
      *          metas (mensais e por familia) de meses futuros e
      *          ausencias em curso ou futuras em que ele e o
      *          substituto. Cada pendencia vai para o trabalho
      *          wrkpendvendedor.dat (grupo + chave) e a quantidade
      *          por grupo volta nos parametros. Retorno "00" sem
      *          pendencias; "01" com pendencias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCALIZAR-PENDENCIAS-VENDEDOR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-fixacoes ASSIGN TO DISK "fixacoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-fix-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-fixacoes.

           SELECT arq-prospects ASSIGN TO DISK "prospects.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-psp-nr-prospect
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-prospects.

           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ped-nr-pedido
             ALTERNATE KEY      IS rw-ped-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-ped-chave-cliente-data
                                = rw-ped-cd-cliente rw-ped-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

           SELECT arq-itens-retidos ASSIGN TO DISK "itensRetidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ret-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-retidos.

           SELECT arq-metas ASSIGN TO DISK "metas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-met-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-metas.

           SELECT arq-metas-familia ASSIGN TO DISK "metasFamilia.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mtf-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-metas-familia.

           SELECT arq-ausencias ASSIGN TO DISK "ausencias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-aus-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-ausencias.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-trabalho ASSIGN TO DISK "wrkpendvendedor.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wpv-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

       DATA DIVISION.
       FILE SECTION.
           FD arq-distribuicao.
           01  rw-dst-registro.
               03 rw-dst-cd-cliente         PIC 9(007).
               03 rw-dst-cnpj               PIC 9(014).
               03 rw-dst-cd-vendedor        PIC 9(003).
               03 rw-dst-cpf-vendedor       PIC 9(011).
               03 rw-dst-distancia          PIC 9(006)v9(004).
               03 rw-dst-st-cobertura     PIC x(001).
                  88 rw-dst-temporaria        VALUE "T".
               03 rw-dst-cd-titular       PIC 9(003).

           FD arq-fixacoes.
           01  rw-fix-registro.
               03 rw-fix-cd-cliente        PIC 9(007).
               03 rw-fix-cd-vendedor       PIC 9(003).

           FD arq-prospects.
           01  rw-psp-registro.
               03 rw-psp-nr-prospect       PIC 9(006).
               03 rw-psp-nm-prospect       PIC x(040).
               03 rw-psp-nr-cep            PIC x(008).
               03 rw-psp-ds-logradouro     PIC x(040).
               03 rw-psp-latitude          PIC s9(003)v9(008).
               03 rw-psp-longitude         PIC s9(003)v9(008).
               03 rw-psp-vl-potencial      PIC 9(009)v9(002).
               03 rw-psp-cd-vendedor       PIC 9(003).
               03 rw-psp-dt-captura        PIC 9(008).
               03 rw-psp-st-prospect       PIC x(001).
                  88 rw-psp-pendente           VALUE "P".
                  88 rw-psp-convertido         VALUE "A".
                  88 rw-psp-rejeitado          VALUE "R".
               03 rw-psp-cd-cliente        PIC 9(007).
               03 rw-psp-dt-conversao      PIC 9(008).

           FD arq-pedidos.
           01  rw-ped-registro.
               03 rw-ped-nr-pedido         PIC 9(007).
               03 rw-ped-cd-cliente        PIC 9(007).
               03 rw-ped-cd-vendedor       PIC 9(003).
               03 rw-ped-dt-pedido         PIC 9(008).
               03 rw-ped-qt-itens          PIC 9(003).
               03 rw-ped-vl-total          PIC 9(011)v9(002).
               03 rw-ped-st-ativo          PIC x(001).
                  88 rw-ped-ativo              VALUE "A".
                  88 rw-ped-inativo            VALUE "I".
               03 rw-ped-st-transmissao    PIC x(001).
                  88 rw-ped-transmitido        VALUE "T".
               03 rw-ped-st-faturamento    PIC x(001).
                  88 rw-ped-faturado           VALUE "F".
               03 rw-ped-dt-faturamento    PIC 9(008).
               03 rw-ped-vl-faturado       PIC 9(011)v9(002).
               03 rw-ped-st-pedido         PIC x(001).
                  88 rw-ped-digitado           VALUE "D", " ".
                  88 rw-ped-confirmado         VALUE "C".
                  88 rw-ped-st-faturado        VALUE "F".
                  88 rw-ped-entregue           VALUE "E".
                  88 rw-ped-cancelado          VALUE "X".
               03 rw-ped-ds-motivo-cancel  PIC x(030).
               03 rw-ped-cd-cond-pagto     PIC x(003).
               03 rw-ped-dt-entrega-prevista PIC 9(008).
               03 rw-ped-dt-confirmacao    PIC 9(008).
               03 rw-ped-dt-transmissao    PIC 9(008).
               03 rw-ped-dt-entrega        PIC 9(008).
               03 rw-ped-st-entrega        PIC x(001).
               03 rw-ped-dt-romaneio       PIC 9(008).
               03 rw-ped-nr-romaneio       PIC 9(002).

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

           FD arq-metas.
           01  rw-met-registro.
               03 rw-met-chave.
                  05 rw-met-cd-vendedor    PIC 9(003).
                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-qt-visitas        PIC 9(005).
               03 rw-met-vl-pedidos        PIC 9(009)v9(002).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

           FD arq-metas-familia.
           01  rw-mtf-registro.
               03 rw-mtf-chave.
                  05 rw-mtf-cd-vendedor    PIC 9(003).
                  05 rw-mtf-nr-anomes      PIC 9(006).
                  05 rw-mtf-cd-familia     PIC 9(005).
               03 rw-mtf-vl-meta           PIC 9(009)v9(002).

           FD arq-ausencias.
           01  rw-aus-registro.
               03 rw-aus-chave.
                  05 rw-aus-cd-vendedor    PIC 9(003).
                  05 rw-aus-dt-inicio      PIC 9(008).
               03 rw-aus-dt-fim            PIC 9(008).
               03 rw-aus-tp-ausencia       PIC x(001).
               03 rw-aus-cd-substituto     PIC 9(003).

           FD arq-clientes.
           01  rw-cli-registro.
               03 rw-cli-cnpj              PIC 9(014).
               03 rw-cli-cd-cliente         PIC 9(007).
               03 rw-cli-razao-social       PIC x(040).
               03 rw-cli-latitude           PIC s9(003)v9(008).
               03 rw-cli-longitude          PIC s9(003)v9(008).
               03 rw-cli-st-ativo           PIC x(001).
                  88 rw-cli-ativo               VALUE "A".
                  88 rw-cli-inativo             VALUE "I".
               03 rw-cli-cd-territorio      PIC x(005).
               03 rw-cli-nm-contato         PIC x(040).
               03 rw-cli-nr-telefone        PIC x(015).
               03 rw-cli-ds-email           PIC x(050).
               03 rw-cli-nr-cep             PIC x(008).
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

      ******************************************************************
      * Pendencias do vendedor: grupo + ate duas partes numericas da
      * chave do registro de origem (cliente, prospect, pedido,
      * pedido + produto, ano/mes, ano/mes + familia ou vendedor
      * ausente + inicio da ausencia).
      ******************************************************************
           FD arq-trabalho.
           01  rw-wpv-registro.
               03 rw-wpv-chave.
                  05 rw-wpv-tp-grupo       PIC x(001).
                     88 rw-wpv-distribuicao    VALUE "D".
                     88 rw-wpv-titular         VALUE "T".
                     88 rw-wpv-fixacao         VALUE "F".
                     88 rw-wpv-prospect        VALUE "P".
                     88 rw-wpv-pedido          VALUE "O".
                     88 rw-wpv-item-retido     VALUE "R".
                     88 rw-wpv-meta            VALUE "M".
                     88 rw-wpv-meta-familia    VALUE "N".
                     88 rw-wpv-ausencia        VALUE "S".
                  05 rw-wpv-nr-chave-1     PIC 9(008).
                  05 rw-wpv-nr-chave-2     PIC 9(008).
               03 rw-wpv-ds-nome           PIC x(040).
               03 rw-wpv-ds-situacao       PIC x(020).
               03 rw-wpv-dt-referencia     PIC 9(008).
               03 rw-wpv-vl-referencia     PIC 9(011)v9(002).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-fixacoes    PIC x(02).
                  88 ws-fixacoes-ok            VALUE "00", "02".
               03 ws-resultado-prospects   PIC x(02).
                  88 ws-prospects-ok           VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-retidos     PIC x(02).
                  88 ws-retidos-ok             VALUE "00", "02".
               03 ws-resultado-metas       PIC x(02).
                  88 ws-metas-ok               VALUE "00", "02".
               03 ws-resultado-metas-familia PIC x(02).
                  88 ws-metas-familia-ok       VALUE "00", "02".
               03 ws-resultado-ausencias   PIC x(02).
                  88 ws-ausencias-ok           VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".

           01  ws-clientes-abertos-sw      PIC x(001) VALUE "N".
               88 ws-clientes-abertos          VALUE "S".
           01  ws-retidos-abertos-sw       PIC x(001) VALUE "N".
               88 ws-retidos-abertos           VALUE "S".

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-nr-anomes-atual          PIC 9(006) VALUE ZEROS.
           01  ws-cd-cliente-nome          PIC 9(007) VALUE ZEROS.
           01  ws-qt-retidos-pedido        PIC 9(005) VALUE ZEROS.

       LINKAGE SECTION.
           01  PARAMETROS-PENDENCIAS.
               05 PND-CD-VENDEDOR          PIC 9(003).
               05 PND-QT-DISTRIBUICAO      PIC 9(006).
               05 PND-QT-FIXACOES          PIC 9(006).
               05 PND-QT-PROSPECTS         PIC 9(006).
               05 PND-QT-PEDIDOS           PIC 9(006).
               05 PND-QT-RETIDOS           PIC 9(006).
               05 PND-QT-METAS             PIC 9(006).
               05 PND-QT-AUSENCIAS         PIC 9(006).
               05 PND-QT-TOTAL             PIC 9(007).
               05 PND-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-PENDENCIAS.
       MAIN-PROCEDURE SECTION.
           MOVE ZEROS                      TO PND-QT-DISTRIBUICAO.
           MOVE ZEROS                      TO PND-QT-FIXACOES.
           MOVE ZEROS                      TO PND-QT-PROSPECTS.
           MOVE ZEROS                      TO PND-QT-PEDIDOS.
           MOVE ZEROS                      TO PND-QT-RETIDOS.
           MOVE ZEROS                      TO PND-QT-METAS.
           MOVE ZEROS                      TO PND-QT-AUSENCIAS.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE ws-dt-hoje(1:6)            TO ws-nr-anomes-atual.

           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.
           OPEN INPUT arq-clientes.
           IF  ws-clientes-ok
               MOVE "S"                    TO ws-clientes-abertos-sw
           END-IF.

           PERFORM LEVANTAR-DISTRIBUICAO.
           PERFORM LEVANTAR-FIXACOES.
           PERFORM LEVANTAR-PROSPECTS.
           PERFORM LEVANTAR-PEDIDOS.
           PERFORM LEVANTAR-METAS.
           PERFORM LEVANTAR-METAS-FAMILIA.
           PERFORM LEVANTAR-AUSENCIAS.

           CLOSE arq-trabalho.
           IF  ws-clientes-abertos
               CLOSE arq-clientes
           END-IF.
           COMPUTE PND-QT-TOTAL = PND-QT-DISTRIBUICAO + PND-QT-FIXACOES
                                + PND-QT-PROSPECTS + PND-QT-PEDIDOS
                                + PND-QT-RETIDOS + PND-QT-METAS
                                + PND-QT-AUSENCIAS.
           IF  PND-QT-TOTAL EQUAL ZEROS
               MOVE "00"                   TO PND-RETORNO
           ELSE
               MOVE "01"                   TO PND-RETORNO
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * Cliente atribuido ao vendedor ou, em cobertura temporaria de
      * ausencia, cliente de que ele e o titular (volta para ele no
      * fim da ausencia).
      ******************************************************************
       LEVANTAR-DISTRIBUICAO SECTION.
           OPEN INPUT arq-distribuicao.
           IF  NOT ws-distribuicao-ok
               EXIT SECTION
           END-IF.
           READ arq-distribuicao NEXT RECORD.
           PERFORM UNTIL NOT ws-distribuicao-ok
               IF  rw-dst-cd-vendedor EQUAL PND-CD-VENDEDOR
               OR  (rw-dst-temporaria
               AND rw-dst-cd-titular EQUAL PND-CD-VENDEDOR)
                   MOVE SPACES             TO rw-wpv-registro
                   IF  rw-dst-cd-vendedor EQUAL PND-CD-VENDEDOR
                       MOVE "D"            TO rw-wpv-tp-grupo
                       MOVE "ATRIBUIDO"    TO rw-wpv-ds-situacao
                   ELSE
                       MOVE "T"            TO rw-wpv-tp-grupo
                       MOVE "TITULAR EM COBERTURA"
                                           TO rw-wpv-ds-situacao
                   END-IF
                   MOVE rw-dst-cd-cliente  TO rw-wpv-nr-chave-1
                   MOVE ZEROS              TO rw-wpv-nr-chave-2
                   MOVE rw-dst-cd-cliente  TO ws-cd-cliente-nome
                   PERFORM LOCALIZAR-NOME-CLIENTE
                   MOVE ZEROS              TO rw-wpv-dt-referencia
                   MOVE ZEROS              TO rw-wpv-vl-referencia
                   PERFORM GRAVAR-PENDENCIA
                   ADD 1                   TO PND-QT-DISTRIBUICAO
               END-IF
               READ arq-distribuicao NEXT RECORD
           END-PERFORM.
           CLOSE arq-distribuicao.

       LEVANTAR-FIXACOES SECTION.
           OPEN INPUT arq-fixacoes.
           IF  NOT ws-fixacoes-ok
               EXIT SECTION
           END-IF.
           READ arq-fixacoes NEXT RECORD.
           PERFORM UNTIL NOT ws-fixacoes-ok
               IF  rw-fix-cd-vendedor EQUAL PND-CD-VENDEDOR
                   MOVE SPACES             TO rw-wpv-registro
                   MOVE "F"                TO rw-wpv-tp-grupo
                   MOVE rw-fix-cd-cliente  TO rw-wpv-nr-chave-1
                   MOVE ZEROS              TO rw-wpv-nr-chave-2
                   MOVE rw-fix-cd-cliente  TO ws-cd-cliente-nome
                   PERFORM LOCALIZAR-NOME-CLIENTE
                   MOVE "FIXADO"           TO rw-wpv-ds-situacao
                   MOVE ZEROS              TO rw-wpv-dt-referencia
                   MOVE ZEROS              TO rw-wpv-vl-referencia
                   PERFORM GRAVAR-PENDENCIA
                   ADD 1                   TO PND-QT-FIXACOES
               END-IF
               READ arq-fixacoes NEXT RECORD
           END-PERFORM.
           CLOSE arq-fixacoes.

      ******************************************************************
      * Somente prospects ainda pendentes; convertidos e rejeitados
      * sao historico.
      ******************************************************************
       LEVANTAR-PROSPECTS SECTION.
           OPEN INPUT arq-prospects.
           IF  NOT ws-prospects-ok
               EXIT SECTION
           END-IF.
           READ arq-prospects NEXT RECORD.
           PERFORM UNTIL NOT ws-prospects-ok
               IF  rw-psp-cd-vendedor EQUAL PND-CD-VENDEDOR
               AND rw-psp-pendente
                   MOVE SPACES             TO rw-wpv-registro
                   MOVE "P"                TO rw-wpv-tp-grupo
                   MOVE rw-psp-nr-prospect TO rw-wpv-nr-chave-1
                   MOVE ZEROS              TO rw-wpv-nr-chave-2
                   MOVE rw-psp-nm-prospect TO rw-wpv-ds-nome
                   MOVE "PENDENTE"         TO rw-wpv-ds-situacao
                   MOVE rw-psp-dt-captura  TO rw-wpv-dt-referencia
                   MOVE rw-psp-vl-potencial
                                           TO rw-wpv-vl-referencia
                   PERFORM GRAVAR-PENDENCIA
                   ADD 1                   TO PND-QT-PROSPECTS
               END-IF
               READ arq-prospects NEXT RECORD
           END-PERFORM.
           CLOSE arq-prospects.

      ******************************************************************
      * Pedidos ativos do vendedor ainda digitados, ou com itens
      * retidos aguardando a liberacao de preco; os itens retidos
      * acompanham o pedido.
      ******************************************************************
       LEVANTAR-PEDIDOS SECTION.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-itens-retidos.
           IF  ws-retidos-ok
               MOVE "S"                    TO ws-retidos-abertos-sw
           END-IF.
           MOVE PND-CD-VENDEDOR            TO rw-ped-cd-vendedor.
           START arq-pedidos KEY IS EQUAL rw-ped-cd-vendedor
               INVALID KEY
                   MOVE "23"               TO ws-resultado-pedidos
           END-START.
           IF  ws-pedidos-ok
               READ arq-pedidos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-pedidos-ok
                      OR rw-ped-cd-vendedor NOT EQUAL PND-CD-VENDEDOR
               IF  rw-ped-ativo
               AND NOT rw-ped-cancelado
                   PERFORM LEVANTAR-ITENS-RETIDOS
                   IF  rw-ped-digitado
                   OR  ws-qt-retidos-pedido GREATER ZEROS
                       PERFORM GRAVAR-PENDENCIA-PEDIDO
                   END-IF
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
           CLOSE arq-pedidos.
           IF  ws-retidos-abertos
               CLOSE arq-itens-retidos
           END-IF.

       LEVANTAR-ITENS-RETIDOS SECTION.
           MOVE ZEROS                      TO ws-qt-retidos-pedido.
           IF  NOT ws-retidos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-ped-nr-pedido           TO rw-ret-nr-pedido.
           MOVE ZEROS                      TO rw-ret-cd-produto.
           START arq-itens-retidos KEY IS NOT LESS rw-ret-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-itens-retidos NEXT RECORD.
           PERFORM UNTIL NOT ws-retidos-ok
                      OR rw-ret-nr-pedido NOT EQUAL rw-ped-nr-pedido
               ADD 1                       TO ws-qt-retidos-pedido
               MOVE SPACES                 TO rw-wpv-registro
               MOVE "R"                    TO rw-wpv-tp-grupo
               MOVE rw-ret-nr-pedido       TO rw-wpv-nr-chave-1
               MOVE rw-ret-cd-produto      TO rw-wpv-nr-chave-2
               IF  rw-ret-bonificacao
                   MOVE "BONIFICACAO RETIDA" TO rw-wpv-ds-situacao
               ELSE
                   MOVE "PRECO RETIDO"     TO rw-wpv-ds-situacao
               END-IF
               MOVE rw-ret-dt-retencao     TO rw-wpv-dt-referencia
               COMPUTE rw-wpv-vl-referencia = rw-ret-qt-produto
                                            * rw-ret-vl-digitado
               PERFORM GRAVAR-PENDENCIA
               ADD 1                       TO PND-QT-RETIDOS
               READ arq-itens-retidos NEXT RECORD
           END-PERFORM.

       GRAVAR-PENDENCIA-PEDIDO SECTION.
           MOVE SPACES                     TO rw-wpv-registro.
           MOVE "O"                        TO rw-wpv-tp-grupo.
           MOVE rw-ped-nr-pedido           TO rw-wpv-nr-chave-1.
           MOVE ZEROS                      TO rw-wpv-nr-chave-2.
           MOVE rw-ped-cd-cliente          TO ws-cd-cliente-nome.
           PERFORM LOCALIZAR-NOME-CLIENTE.
           IF  rw-ped-digitado
               MOVE "DIGITADO"             TO rw-wpv-ds-situacao
           ELSE
               MOVE "COM ITEM RETIDO"      TO rw-wpv-ds-situacao
           END-IF.
           MOVE rw-ped-dt-pedido           TO rw-wpv-dt-referencia.
           MOVE rw-ped-vl-total            TO rw-wpv-vl-referencia.
           PERFORM GRAVAR-PENDENCIA.
           ADD 1                           TO PND-QT-PEDIDOS.

      ******************************************************************
      * Metas de meses posteriores ao corrente; o mes em curso fica
      * com o vendedor para a apuracao.
      ******************************************************************
       LEVANTAR-METAS SECTION.
           OPEN INPUT arq-metas.
           IF  NOT ws-metas-ok
               EXIT SECTION
           END-IF.
           MOVE PND-CD-VENDEDOR            TO rw-met-cd-vendedor.
           MOVE ws-nr-anomes-atual         TO rw-met-nr-anomes.
           START arq-metas KEY IS GREATER rw-met-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-metas
           END-START.
           IF  ws-metas-ok
               READ arq-metas NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-metas-ok
                      OR rw-met-cd-vendedor NOT EQUAL PND-CD-VENDEDOR
               MOVE SPACES                 TO rw-wpv-registro
               MOVE "M"                    TO rw-wpv-tp-grupo
               MOVE rw-met-nr-anomes       TO rw-wpv-nr-chave-1
               MOVE ZEROS                  TO rw-wpv-nr-chave-2
               MOVE "META MENSAL"          TO rw-wpv-ds-nome
               MOVE "MES FUTURO"           TO rw-wpv-ds-situacao
               MOVE ZEROS                  TO rw-wpv-dt-referencia
               MOVE rw-met-vl-pedidos      TO rw-wpv-vl-referencia
               PERFORM GRAVAR-PENDENCIA
               ADD 1                       TO PND-QT-METAS
               READ arq-metas NEXT RECORD
           END-PERFORM.
           CLOSE arq-metas.

       LEVANTAR-METAS-FAMILIA SECTION.
           OPEN INPUT arq-metas-familia.
           IF  NOT ws-metas-familia-ok
               EXIT SECTION
           END-IF.
           MOVE PND-CD-VENDEDOR            TO rw-mtf-cd-vendedor.
           MOVE ws-nr-anomes-atual         TO rw-mtf-nr-anomes.
           MOVE 99999                      TO rw-mtf-cd-familia.
           START arq-metas-familia KEY IS GREATER rw-mtf-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-metas-familia
           END-START.
           IF  ws-metas-familia-ok
               READ arq-metas-familia NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-metas-familia-ok
                      OR rw-mtf-cd-vendedor NOT EQUAL PND-CD-VENDEDOR
               MOVE SPACES                 TO rw-wpv-registro
               MOVE "N"                    TO rw-wpv-tp-grupo
               MOVE rw-mtf-nr-anomes       TO rw-wpv-nr-chave-1
               MOVE rw-mtf-cd-familia      TO rw-wpv-nr-chave-2
               MOVE "META POR FAMILIA"     TO rw-wpv-ds-nome
               MOVE "MES FUTURO"           TO rw-wpv-ds-situacao
               MOVE ZEROS                  TO rw-wpv-dt-referencia
               MOVE rw-mtf-vl-meta         TO rw-wpv-vl-referencia
               PERFORM GRAVAR-PENDENCIA
               ADD 1                       TO PND-QT-METAS
               READ arq-metas-familia NEXT RECORD
           END-PERFORM.
           CLOSE arq-metas-familia.

      ******************************************************************
      * Ausencias de outros vendedores, ainda nao encerradas, em que o
      * vendedor e o substituto.
      ******************************************************************
       LEVANTAR-AUSENCIAS SECTION.
           OPEN INPUT arq-ausencias.
           IF  NOT ws-ausencias-ok
               EXIT SECTION
           END-IF.
           READ arq-ausencias NEXT RECORD.
           PERFORM UNTIL NOT ws-ausencias-ok
               IF  rw-aus-cd-substituto EQUAL PND-CD-VENDEDOR
               AND rw-aus-dt-fim NOT LESS ws-dt-hoje
                   MOVE SPACES             TO rw-wpv-registro
                   MOVE "S"                TO rw-wpv-tp-grupo
                   MOVE rw-aus-cd-vendedor TO rw-wpv-nr-chave-1
                   MOVE rw-aus-dt-inicio   TO rw-wpv-nr-chave-2
                   MOVE "SUBSTITUTO NA AUSENCIA"
                                           TO rw-wpv-ds-nome
                   MOVE "ATE O FIM"        TO rw-wpv-ds-situacao
                   MOVE rw-aus-dt-fim      TO rw-wpv-dt-referencia
                   MOVE ZEROS              TO rw-wpv-vl-referencia
                   PERFORM GRAVAR-PENDENCIA
                   ADD 1                   TO PND-QT-AUSENCIAS
               END-IF
               READ arq-ausencias NEXT RECORD
           END-PERFORM.
           CLOSE arq-ausencias.

       LOCALIZAR-NOME-CLIENTE SECTION.
           MOVE SPACES                     TO rw-wpv-ds-nome.
           IF  NOT ws-clientes-abertos
               EXIT SECTION
           END-IF.
           MOVE ws-cd-cliente-nome         TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO rw-wpv-ds-nome
               NOT INVALID KEY
                   MOVE rw-cli-razao-social TO rw-wpv-ds-nome
           END-READ.

       GRAVAR-PENDENCIA SECTION.
           WRITE rw-wpv-registro.
       END PROGRAM LOCALIZAR-PENDENCIAS-VENDEDOR.
