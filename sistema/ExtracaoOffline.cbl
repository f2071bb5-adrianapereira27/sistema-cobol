      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Pacote offline de cada vendedor para a captura em
      *          campo (pacoteVendedorNNN.txt, layout fixo de
      *          InterfaceOffline.cpy): clientes atribuidos em
      *          distribuicao.dat com endereco, janela de atendimento,
      *          condicao de pagamento, credito disponivel e situacao
      *          de bloqueio; produtos ativos; e o preco vigente de
      *          cada produto para cada canal/classe dos clientes do
      *          vendedor (tabela ou, sem tabela, preco de lista). Com
      *          vendedor zerado gera o pacote de todos os vendedores
      *          ativos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACAO-OFFLINE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-precos ASSIGN TO DISK "precos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prc-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-precos.

           SELECT arq-limites ASSIGN TO DISK "limitesCredito.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-lim-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-limites.

           SELECT arq-titulos ASSIGN TO DISK "titulos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-tit-chave
             ALTERNATE KEY      IS rw-tit-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-titulos.

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

           SELECT arq-exposicao-trab ASSIGN TO DISK "wrkexposicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-exp-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-exposicao.

           SELECT arq-pacote ASSIGN TO ws-nome-arquivo-pacote
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-pacote.

       DATA DIVISION.
       FILE SECTION.
           FD arq-vendedores.
           01  rw-vnd-registro.
               03 rw-vnd-cpf                PIC 9(011).
               03 rw-vnd-cd-vendedor         PIC 9(003).
               03 rw-vnd-nome                PIC x(040).
               03 rw-vnd-latitude            PIC s9(003)v9(008).
               03 rw-vnd-longitude           PIC s9(003)v9(008).
               03 rw-vnd-st-ativo            PIC x(001).
                  88 rw-vnd-ativo                VALUE "A".
                  88 rw-vnd-inativo              VALUE "I".
               03 rw-vnd-cd-territorio       PIC x(005).
               03 rw-vnd-st-situacao         PIC x(001).
                  88 rw-vnd-situacao-ativo       VALUE "A".
                  88 rw-vnd-situacao-ferias      VALUE "F".
               03 rw-vnd-cd-supervisor     PIC 9(003).

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

           FD arq-distribuicao.
           01  rw-dst-registro.
               03 rw-dst-cd-cliente          PIC 9(007).
               03 rw-dst-cnpj                PIC 9(014).
               03 rw-dst-cd-vendedor         PIC 9(003).
               03 rw-dst-cpf-vendedor        PIC 9(011).
               03 rw-dst-distancia           PIC 9(006)v9(004).
               03 rw-dst-st-cobertura     PIC x(001).
                  88 rw-dst-temporaria        VALUE "T".
               03 rw-dst-cd-titular       PIC 9(003).

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

           FD arq-precos.
           01  rw-prc-registro.
               03 rw-prc-chave.
                  05 rw-prc-cd-produto     PIC 9(007).
                  05 rw-prc-cd-canal       PIC x(003).
                  05 rw-prc-cd-classe      PIC x(001).
                  05 rw-prc-dt-inicio      PIC 9(008).
               03 rw-prc-dt-fim            PIC 9(008).
               03 rw-prc-vl-preco          PIC 9(007)v9(002).

           FD arq-limites.
           01  rw-lim-registro.
               03 rw-lim-cd-cliente        PIC 9(007).
               03 rw-lim-vl-limite         PIC 9(009)v9(002).

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

           FD arq-pedidos.
           01  rw-ped-registro.
               03 rw-ped-nr-pedido           PIC 9(007).
               03 rw-ped-cd-cliente          PIC 9(007).
               03 rw-ped-cd-vendedor         PIC 9(003).
               03 rw-ped-dt-pedido           PIC 9(008).
               03 rw-ped-qt-itens            PIC 9(003).
               03 rw-ped-vl-total-pedido     PIC 9(011)v9(002).
               03 rw-ped-st-ativo            PIC x(001).
                  88 rw-ped-ativo                VALUE "A".
                  88 rw-ped-inativo              VALUE "I".
               03 rw-ped-st-transmissao      PIC x(001).
                  88 rw-ped-transmitido          VALUE "T".
               03 rw-ped-st-faturamento      PIC x(001).
                  88 rw-ped-faturado             VALUE "F".
               03 rw-ped-dt-faturamento      PIC 9(008).
               03 rw-ped-vl-faturado         PIC 9(011)v9(002).
               03 rw-ped-st-pedido           PIC x(001).
                  88 rw-ped-digitado             VALUE "D", " ".
                  88 rw-ped-confirmado           VALUE "C".
                  88 rw-ped-st-faturado          VALUE "F".
                  88 rw-ped-entregue             VALUE "E".
                  88 rw-ped-cancelado            VALUE "X".
               03 rw-ped-ds-motivo-cancel    PIC x(030).
               03 rw-ped-cd-cond-pagto       PIC x(003).
               03 rw-ped-dt-entrega-prevista PIC 9(008).
               03 rw-ped-dt-confirmacao    PIC 9(008).
               03 rw-ped-dt-transmissao    PIC 9(008).
               03 rw-ped-dt-entrega        PIC 9(008).
               03 rw-ped-st-entrega        PIC x(001).
               03 rw-ped-dt-romaneio       PIC 9(008).
               03 rw-ped-nr-romaneio       PIC 9(002).

      *    pedidos em carteira (nao faturados, nao entregues) somados
      *    por cliente, uma passada so em pedidos.dat por execucao
           FD arq-exposicao-trab.
           01  rw-exp-registro.
               03 rw-exp-cd-cliente          PIC 9(007).
               03 rw-exp-vl-carteira         PIC 9(013)v9(002).

           FD arq-pacote.
           01  rw-pacote                     PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-precos      PIC x(02).
                  88 ws-precos-ok              VALUE "00", "02".
               03 ws-resultado-limites     PIC x(02).
                  88 ws-limites-ok             VALUE "00", "02".
               03 ws-resultado-titulos     PIC x(02).
                  88 ws-titulos-ok             VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-exposicao   PIC x(02).
                  88 ws-exposicao-ok           VALUE "00", "02".
               03 ws-resultado-pacote      PIC x(02).
                  88 ws-pacote-ok              VALUE "00", "02".

           01  ws-nome-arquivo-pacote       PIC x(030) VALUE SPACES.

           COPY "InterfaceOffline.cpy".

           01  WS-CONTADORES.
               03 WS-CT-PACOTES            PIC 9(006) VALUE ZEROS.
               03 WS-CT-CLIENTES           PIC 9(006) VALUE ZEROS.
               03 WS-CT-PRODUTOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-PRECOS             PIC 9(006) VALUE ZEROS.

           01  ws-campos-abertura.
               03 ws-precos-abertos-sw     PIC x(001) VALUE "N".
                  88 ws-precos-abertos         VALUE "S".
               03 ws-limites-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-limites-abertos        VALUE "S".
               03 ws-titulos-abertos-sw    PIC x(001) VALUE "N".
                  88 ws-titulos-abertos        VALUE "S".
               03 ws-exposicao-aberta-sw   PIC x(001) VALUE "N".
                  88 ws-exposicao-aberta       VALUE "S".

           01  ws-campos-geracao.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-hr-geracao            PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-hoje       PIC 9(008) VALUE ZEROS.

           01  ws-campos-credito.
               03 ws-dias-atraso-bloqueio  PIC 9(004) VALUE 30.
               03 ws-dias-atraso-titulo    PIC s9(008) VALUE ZEROS.
               03 ws-vl-exposicao          PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-titulo-vencido-sw     PIC x(001) VALUE "N".
                  88 ws-titulo-vencido         VALUE "S".

           01  ws-campos-preco.
               03 ws-preco-tabela          PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-dt-inicio-vigente     PIC 9(008) VALUE ZEROS.
               03 ws-dt-fim-vigente        PIC 9(008) VALUE ZEROS.

      ******************************************************************
      * Combinacoes canal/classe dos clientes do vendedor corrente:
      * cada produto ativo sai com um preco para cada uma delas.
      ******************************************************************
           01  ws-qt-combinacoes           PIC 9(003) VALUE ZEROS.
           01  ws-ind-comb                 PIC 9(003) VALUE ZEROS.
           01  ws-ind-comb-ach             PIC 9(003) VALUE ZEROS.
           01  ws-tabela-combinacoes.
               03 ws-comb OCCURS 200 TIMES.
                  05 ws-comb-cd-canal      PIC x(003).
                  05 ws-comb-cd-classe     PIC x(001).

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

       LINKAGE SECTION.
           01  PARAMETROS-EXTRACAO-OFFLINE.
               05 OFF-CD-VENDEDOR          PIC 9(003).

       PROCEDURE DIVISION USING PARAMETROS-EXTRACAO-OFFLINE.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-geracao FROM TIME.
           COMPUTE ws-nr-inteiro-hoje =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje).
           OPEN INPUT arq-vendedores.
           IF  NOT ws-vendedores-ok
               DISPLAY "EXTRACAO-OFFLINE: vendedores.dat nao "
                       "encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-distribuicao.
           IF  NOT ws-distribuicao-ok
               DISPLAY "EXTRACAO-OFFLINE: distribuicao.dat nao "
                       "encontrado"
               CLOSE arq-vendedores
               EXIT PROGRAM
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM CARREGAR-CARTEIRA-CLIENTES.
           PERFORM PROCESSAR-VENDEDORES.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "EXTRACAO-OFFLINE: " WS-CT-PACOTES
                   " pacotes gerados (pacoteVendedorNNN.txt)".
           EXIT PROGRAM.

       ABRIR-ARQUIVOS SECTION.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-produtos.
           OPEN INPUT arq-precos.
           IF  ws-precos-ok
               MOVE "S"                    TO ws-precos-abertos-sw
           END-IF.
           OPEN INPUT arq-limites.
           IF  ws-limites-ok
               MOVE "S"                    TO ws-limites-abertos-sw
           END-IF.
           OPEN INPUT arq-titulos.
           IF  ws-titulos-ok
               MOVE "S"                    TO ws-titulos-abertos-sw
           END-IF.

      *    mesmo corte de titulo vencido da digitacao e da importacao
       CARREGAR-PARAMETROS SECTION.
           MOVE "DIAS-ATRASO-BLOQUEIO"     TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-dias-atraso-bloqueio
           END-IF.

      ******************************************************************
      * Carteira por cliente para o credito disponivel: mesma
      * exposicao do CADASTRO-PEDIDOS (pedidos ativos, nao cancelados,
      * ainda nao faturados nem entregues), acumulada uma vez em
      * wrkexposicao.dat. Sem limites cadastrados nao ha credito a
      * calcular e a passada e dispensada.
      ******************************************************************
       CARREGAR-CARTEIRA-CLIENTES SECTION.
           IF  NOT ws-limites-abertos
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-exposicao-trab.
           CLOSE arq-exposicao-trab.
           OPEN I-O arq-exposicao-trab.
           IF  NOT ws-exposicao-ok
               EXIT SECTION
           END-IF.
           MOVE "S"                        TO ws-exposicao-aberta-sw.
           OPEN INPUT arq-pedidos.
           IF  NOT ws-pedidos-ok
               EXIT SECTION
           END-IF.
           READ arq-pedidos NEXT RECORD.
           PERFORM UNTIL NOT ws-pedidos-ok
               IF  rw-ped-ativo
               AND NOT rw-ped-cancelado
               AND NOT rw-ped-st-faturado
               AND NOT rw-ped-entregue
                   PERFORM SOMAR-CARTEIRA-CLIENTE
               END-IF
               READ arq-pedidos NEXT RECORD
           END-PERFORM.
           CLOSE arq-pedidos.

       SOMAR-CARTEIRA-CLIENTE SECTION.
           MOVE rw-ped-cd-cliente          TO rw-exp-cd-cliente.
           READ arq-exposicao-trab KEY IS rw-exp-cd-cliente
               INVALID KEY
                   MOVE rw-ped-vl-total-pedido TO rw-exp-vl-carteira
                   WRITE rw-exp-registro
               NOT INVALID KEY
                   ADD rw-ped-vl-total-pedido  TO rw-exp-vl-carteira
                   REWRITE rw-exp-registro
           END-READ.

       PROCESSAR-VENDEDORES SECTION.
           IF  OFF-CD-VENDEDOR NOT EQUAL ZEROS
               MOVE OFF-CD-VENDEDOR        TO rw-vnd-cd-vendedor
               START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
                   INVALID KEY
                       DISPLAY "EXTRACAO-OFFLINE: vendedor "
                               OFF-CD-VENDEDOR " nao cadastrado"
                       EXIT SECTION
               END-START
               READ arq-vendedores NEXT RECORD
               IF  ws-vendedores-ok AND rw-vnd-ativo
                   PERFORM GERAR-PACOTE-VENDEDOR
               END-IF
               EXIT SECTION
           END-IF.
           READ arq-vendedores NEXT RECORD.
           PERFORM UNTIL NOT ws-vendedores-ok
               IF  rw-vnd-ativo
                   PERFORM GERAR-PACOTE-VENDEDOR
               END-IF
               READ arq-vendedores NEXT RECORD
           END-PERFORM.

       GERAR-PACOTE-VENDEDOR SECTION.
           MOVE SPACES                     TO ws-nome-arquivo-pacote.
           STRING "pacoteVendedor" rw-vnd-cd-vendedor ".txt"
                  DELIMITED BY SIZE INTO ws-nome-arquivo-pacote.
           OPEN OUTPUT arq-pacote.
           IF  NOT ws-pacote-ok
               DISPLAY "EXTRACAO-OFFLINE: erro ao gravar "
                       ws-nome-arquivo-pacote
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO WS-CT-CLIENTES.
           MOVE ZEROS                      TO WS-CT-PRODUTOS.
           MOVE ZEROS                      TO WS-CT-PRECOS.
           MOVE ZEROS                      TO ws-qt-combinacoes.
           PERFORM GRAVAR-HEADER-PACOTE.
           PERFORM EXTRAIR-CLIENTES-VENDEDOR.
           PERFORM EXTRAIR-PRODUTOS.
           PERFORM GRAVAR-TRAILER-PACOTE.
           CLOSE arq-pacote.
           ADD 1                           TO WS-CT-PACOTES.

       GRAVAR-HEADER-PACOTE SECTION.
           INITIALIZE                      IF-OFF-HEADER.
           MOVE "H"                        TO IF-OFH-TIPO-REGISTRO.
           MOVE rw-vnd-cd-vendedor         TO IF-OFH-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO IF-OFH-NM-VENDEDOR.
           MOVE ws-dt-hoje                 TO IF-OFH-DT-GERACAO.
           MOVE ws-hr-geracao(1:6)         TO IF-OFH-HR-GERACAO.
           MOVE IF-OFF-HEADER              TO rw-pacote.
           WRITE rw-pacote.

       GRAVAR-TRAILER-PACOTE SECTION.
           INITIALIZE                      IF-OFF-TRAILER.
           MOVE "T"                        TO IF-OFT-TIPO-REGISTRO.
           MOVE WS-CT-CLIENTES             TO IF-OFT-QT-CLIENTES.
           MOVE WS-CT-PRODUTOS             TO IF-OFT-QT-PRODUTOS.
           MOVE WS-CT-PRECOS               TO IF-OFT-QT-PRECOS.
           COMPUTE IF-OFT-QT-REGISTROS =
                   WS-CT-CLIENTES + WS-CT-PRODUTOS + WS-CT-PRECOS.
           MOVE IF-OFF-TRAILER             TO rw-pacote.
           WRITE rw-pacote.

      ******************************************************************
      * Clientes atribuidos ao vendedor pela chave alternada de
      * distribuicao.dat (inclusive coberturas temporarias).
      ******************************************************************
       EXTRAIR-CLIENTES-VENDEDOR SECTION.
           MOVE rw-vnd-cd-vendedor         TO rw-dst-cd-vendedor.
           START arq-distribuicao KEY IS EQUAL rw-dst-cd-vendedor
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-distribuicao NEXT RECORD.
           PERFORM UNTIL NOT ws-distribuicao-ok
                      OR rw-dst-cd-vendedor NOT EQUAL
                                            rw-vnd-cd-vendedor
               PERFORM EXTRAIR-CLIENTE
               READ arq-distribuicao NEXT RECORD
           END-PERFORM.

       EXTRAIR-CLIENTE SECTION.
           MOVE rw-dst-cd-cliente          TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-READ.
           INITIALIZE                      IF-OFF-CLIENTE.
           MOVE "C"                        TO IF-OFC-TIPO-REGISTRO.
           MOVE rw-cli-cd-cliente          TO IF-OFC-CD-CLIENTE.
           MOVE rw-cli-cnpj                TO IF-OFC-CNPJ.
           MOVE rw-cli-razao-social        TO IF-OFC-RAZAO-SOCIAL.
           MOVE rw-cli-ds-logradouro       TO IF-OFC-DS-LOGRADOURO.
           MOVE rw-cli-nr-numero           TO IF-OFC-NR-NUMERO.
           MOVE rw-cli-ds-bairro           TO IF-OFC-DS-BAIRRO.
           MOVE rw-cli-ds-cidade           TO IF-OFC-DS-CIDADE.
           MOVE rw-cli-sg-uf               TO IF-OFC-SG-UF.
           MOVE rw-cli-nr-cep              TO IF-OFC-NR-CEP.
           MOVE rw-cli-hr-abertura         TO IF-OFC-HR-ABERTURA.
           MOVE rw-cli-hr-fechamento       TO IF-OFC-HR-FECHAMENTO.
           MOVE rw-cli-cd-cond-pagto       TO IF-OFC-CD-COND-PAGTO.
           MOVE rw-cli-cd-canal            TO IF-OFC-CD-CANAL.
           MOVE rw-cli-cd-classe           TO IF-OFC-CD-CLASSE.
           PERFORM CALCULAR-CREDITO-CLIENTE.
           EVALUATE TRUE
               WHEN rw-cli-inativo
                   MOVE "I"                TO IF-OFC-ST-BLOQUEIO
               WHEN rw-cli-bloqueado
                   MOVE "B"                TO IF-OFC-ST-BLOQUEIO
               WHEN ws-titulo-vencido
                   MOVE "V"                TO IF-OFC-ST-BLOQUEIO
               WHEN OTHER
                   MOVE SPACES             TO IF-OFC-ST-BLOQUEIO
           END-EVALUATE.
           MOVE IF-OFF-CLIENTE             TO rw-pacote.
           WRITE rw-pacote.
           ADD 1                           TO WS-CT-CLIENTES.
           PERFORM REGISTRAR-COMBINACAO.

      ******************************************************************
      * Credito disponivel = limite - (carteira + titulos em aberto);
      * a mesma leitura de titulos marca o vencido alem do parametro.
      ******************************************************************
       CALCULAR-CREDITO-CLIENTE SECTION.
           MOVE ZEROS                      TO ws-vl-exposicao.
           MOVE "N"                        TO ws-titulo-vencido-sw.
           IF  ws-titulos-abertos
               PERFORM SOMAR-TITULOS-CLIENTE
           END-IF.
           MOVE SPACES                     TO IF-OFC-ST-CREDITO.
           MOVE ZEROS                      TO IF-OFC-VL-CREDITO-DISP.
           IF  NOT ws-limites-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-cli-cd-cliente          TO rw-lim-cd-cliente.
           READ arq-limites KEY IS rw-lim-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF  ws-exposicao-aberta
               MOVE rw-cli-cd-cliente      TO rw-exp-cd-cliente
               READ arq-exposicao-trab KEY IS rw-exp-cd-cliente
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD rw-exp-vl-carteira TO ws-vl-exposicao
               END-READ
           END-IF.
           MOVE "L"                        TO IF-OFC-ST-CREDITO.
           COMPUTE IF-OFC-VL-CREDITO-DISP =
                   rw-lim-vl-limite - ws-vl-exposicao.

       SOMAR-TITULOS-CLIENTE SECTION.
           MOVE rw-cli-cd-cliente          TO rw-tit-cd-cliente.
           START arq-titulos KEY IS EQUAL rw-tit-cd-cliente
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-titulos NEXT RECORD.
           PERFORM UNTIL NOT ws-titulos-ok
                      OR rw-tit-cd-cliente NOT EQUAL rw-cli-cd-cliente
               IF  rw-tit-em-aberto
                   COMPUTE ws-vl-exposicao = ws-vl-exposicao
                         + rw-tit-vl-titulo - rw-tit-vl-pago
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

       REGISTRAR-COMBINACAO SECTION.
           MOVE ZEROS                      TO ws-ind-comb-ach.
           PERFORM VARYING ws-ind-comb FROM 1 BY 1
                     UNTIL ws-ind-comb GREATER ws-qt-combinacoes
                        OR ws-ind-comb-ach GREATER ZEROS
               IF  ws-comb-cd-canal(ws-ind-comb) EQUAL rw-cli-cd-canal
               AND ws-comb-cd-classe(ws-ind-comb) EQUAL
                                             rw-cli-cd-classe
                   MOVE ws-ind-comb        TO ws-ind-comb-ach
               END-IF
           END-PERFORM.
           IF  ws-ind-comb-ach EQUAL ZEROS
           AND ws-qt-combinacoes LESS 200
               ADD 1                       TO ws-qt-combinacoes
               MOVE rw-cli-cd-canal
                             TO ws-comb-cd-canal(ws-qt-combinacoes)
               MOVE rw-cli-cd-classe
                             TO ws-comb-cd-classe(ws-qt-combinacoes)
           END-IF.

       EXTRAIR-PRODUTOS SECTION.
           MOVE ZEROS                      TO rw-prd-cd-produto.
           START arq-produtos KEY IS NOT LESS rw-prd-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-produtos NEXT RECORD.
           PERFORM UNTIL NOT ws-produtos-ok
               IF  rw-prd-ativo
                   PERFORM EXTRAIR-PRODUTO
               END-IF
               READ arq-produtos NEXT RECORD
           END-PERFORM.

       EXTRAIR-PRODUTO SECTION.
           INITIALIZE                      IF-OFF-PRODUTO.
           MOVE "P"                        TO IF-OFP-TIPO-REGISTRO.
           MOVE rw-prd-cd-produto          TO IF-OFP-CD-PRODUTO.
           MOVE rw-prd-ds-descricao        TO IF-OFP-DS-DESCRICAO.
           MOVE rw-prd-ds-unidade          TO IF-OFP-DS-UNIDADE.
           MOVE rw-prd-vl-preco-lista      TO IF-OFP-VL-PRECO-LISTA.
           MOVE rw-prd-st-retornavel       TO IF-OFP-ST-RETORNAVEL.
           MOVE IF-OFF-PRODUTO             TO rw-pacote.
           WRITE rw-pacote.
           ADD 1                           TO WS-CT-PRODUTOS.
           PERFORM VARYING ws-ind-comb FROM 1 BY 1
                     UNTIL ws-ind-comb GREATER ws-qt-combinacoes
               PERFORM EXTRAIR-PRECO-COMBINACAO
           END-PERFORM.

       EXTRAIR-PRECO-COMBINACAO SECTION.
           PERFORM LOCALIZAR-PRECO-VIGENTE.
           INITIALIZE                      IF-OFF-PRECO.
           MOVE "R"                        TO IF-OFR-TIPO-REGISTRO.
           MOVE rw-prd-cd-produto          TO IF-OFR-CD-PRODUTO.
           MOVE ws-comb-cd-canal(ws-ind-comb)  TO IF-OFR-CD-CANAL.
           MOVE ws-comb-cd-classe(ws-ind-comb) TO IF-OFR-CD-CLASSE.
           IF  ws-preco-tabela GREATER ZEROS
               MOVE ws-preco-tabela        TO IF-OFR-VL-PRECO
               MOVE ws-dt-inicio-vigente   TO IF-OFR-DT-INICIO
               MOVE ws-dt-fim-vigente      TO IF-OFR-DT-FIM
               MOVE "T"                    TO IF-OFR-TP-ORIGEM
           ELSE
               MOVE rw-prd-vl-preco-lista  TO IF-OFR-VL-PRECO
               MOVE ZEROS                  TO IF-OFR-DT-INICIO
               MOVE ZEROS                  TO IF-OFR-DT-FIM
               MOVE "L"                    TO IF-OFR-TP-ORIGEM
           END-IF.
           MOVE IF-OFF-PRECO               TO rw-pacote.
           WRITE rw-pacote.
           ADD 1                           TO WS-CT-PRECOS.

      ******************************************************************
      * Mesma regra de preco do CADASTRO-PEDIDOS, na data de geracao:
      * vigencia da tabela por produto/canal/classe, inicio mais
      * recente prevalece; sem tabela vale o preco de lista.
      ******************************************************************
       LOCALIZAR-PRECO-VIGENTE SECTION.
           MOVE ZEROS                      TO ws-preco-tabela.
           MOVE ZEROS                      TO ws-dt-inicio-vigente.
           MOVE ZEROS                      TO ws-dt-fim-vigente.
           IF  NOT ws-precos-abertos
               EXIT SECTION
           END-IF.
           MOVE rw-prd-cd-produto          TO rw-prc-cd-produto.
           MOVE ws-comb-cd-canal(ws-ind-comb)  TO rw-prc-cd-canal.
           MOVE ws-comb-cd-classe(ws-ind-comb) TO rw-prc-cd-classe.
           MOVE ZEROS                      TO rw-prc-dt-inicio.
           START arq-precos KEY IS GREATER rw-prc-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-precos
           END-START.
           IF  ws-precos-ok
               READ arq-precos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-precos-ok
                      OR rw-prc-cd-produto NOT EQUAL rw-prd-cd-produto
                      OR rw-prc-cd-canal   NOT EQUAL
                                        ws-comb-cd-canal(ws-ind-comb)
                      OR rw-prc-cd-classe  NOT EQUAL
                                        ws-comb-cd-classe(ws-ind-comb)
               IF  rw-prc-dt-inicio NOT GREATER ws-dt-hoje
               AND (rw-prc-dt-fim EQUAL ZEROS
                OR  rw-prc-dt-fim NOT LESS ws-dt-hoje)
               AND rw-prc-dt-inicio NOT LESS ws-dt-inicio-vigente
                   MOVE rw-prc-dt-inicio   TO ws-dt-inicio-vigente
                   MOVE rw-prc-dt-fim      TO ws-dt-fim-vigente
                   MOVE rw-prc-vl-preco    TO ws-preco-tabela
               END-IF
               READ arq-precos NEXT RECORD
           END-PERFORM.

       FECHAR-ARQUIVOS SECTION.
           CLOSE arq-vendedores.
           CLOSE arq-distribuicao.
           CLOSE arq-clientes.
           CLOSE arq-produtos.
           IF  ws-precos-abertos
               CLOSE arq-precos
           END-IF.
           IF  ws-limites-abertos
               CLOSE arq-limites
           END-IF.
           IF  ws-titulos-abertos
               CLOSE arq-titulos
           END-IF.
           IF  ws-exposicao-aberta
               CLOSE arq-exposicao-trab
           END-IF.
       END PROGRAM EXTRACAO-OFFLINE.
