      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Consulta dos backorders (backorders.dat): itens
      *          confirmados sem saldo em estoque que aguardam a
      *          entrada do deposito. Pagina as pendencias por produto
      *          (na ordem de liberacao) ou por cliente, de um codigo
      *          ou de todos (codigo zero), so as pendentes ou todas,
      *          e fecha com a quantidade ainda pendente. Chamada do
      *          CADASTRO-PEDIDOS e da CONSULTA-TITULOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-BACKORDERS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-backorders ASSIGN TO DISK "backorders.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-bko-chave
             ALTERNATE KEY      IS rw-bko-nr-pedido WITH DUPLICATES
             ALTERNATE KEY      IS rw-bko-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-eof-arquivo            VALUE "10".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-filtros-consulta.
               03 ws-cd-filtro             PIC 9(007) VALUE ZEROS.
               03 ws-st-filtro             PIC x(001) VALUE SPACES.
                  88 ws-filtro-pendentes       VALUE "P".
                  88 ws-filtro-todas           VALUE "T".
               03 ws-tp-consulta           PIC x(001) VALUE SPACES.
                  88 ws-consulta-produto       VALUE "P".
                  88 ws-consulta-cliente       VALUE "C".

           01  ws-campos-pendencia.
               03 ws-ds-produto-tela       PIC x(040) VALUE SPACES.
               03 ws-ds-razao-tela         PIC x(040) VALUE SPACES.
               03 ws-situacao-tela         PIC x(010) VALUE SPACES.
               03 ws-qt-exibidas           PIC 9(005) VALUE ZEROS.
               03 ws-qt-total-pendente     PIC 9(009) VALUE ZEROS.
               03 ws-fim-consulta-sw       PIC x(001) VALUE "N".
                  88 ws-fim-consulta           VALUE "S".

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - BACKORDERS POR PRODUTO"
                                               LINE 07 COL 10.
               07  VALUE "2 - BACKORDERS POR CLIENTE"
                                               LINE 08 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 09 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 11 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 11 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "CONSULTA DE BACKORDERS"
                                               LINE 03 COL 25.
           05  FILTRO-SECTION.
               07  VALUE "Codigo (0 = todos):" LINE 05 COL 05.
               07  CODIGO-ON-SCR-IN            LINE 05 COL 30
                            PIC 9(07)        TO ws-cd-filtro.
               07  VALUE "Situacao (P=pendentes, T=todas):"
                                               LINE 06 COL 05.
               07  SITUACAO-ON-SCR-IN          LINE 06 COL 40
                            PIC x(01)        TO ws-st-filtro.
           05  PENDENCIA-SECTION.
               07  VALUE "Produto:"            LINE 05 COL 05.
               07  PEND-PRODUTO-OUT            LINE 05 COL 20
                            PIC 9(07)        USING rw-bko-cd-produto.
               07  PEND-DS-PRODUTO-OUT         LINE 05 COL 30
                            PIC x(40)        USING ws-ds-produto-tela.
               07  VALUE "Cliente:"            LINE 06 COL 05.
               07  PEND-CLIENTE-OUT            LINE 06 COL 20
                            PIC 9(07)        USING rw-bko-cd-cliente.
               07  PEND-RAZAO-OUT              LINE 06 COL 30
                            PIC x(40)        USING ws-ds-razao-tela.
               07  VALUE "Pedido/item:"        LINE 08 COL 05.
               07  PEND-PEDIDO-OUT             LINE 08 COL 25
                            PIC 9(07)        USING rw-bko-nr-pedido.
               07  VALUE "/"                   LINE 08 COL 32.
               07  PEND-SEQUENCIA-OUT          LINE 08 COL 33
                            PIC 9(03)        USING rw-bko-nr-sequencia.
               07  VALUE "Confirmado em:"      LINE 09 COL 05.
               07  PEND-DATA-OUT               LINE 09 COL 25
                            PIC 9(08)        USING rw-bko-dt-pendencia.
               07  VALUE "Quantidade em falta:" LINE 10 COL 05.
               07  PEND-QT-PEDIDA-OUT          LINE 10 COL 25
                            PIC 9(05)        USING rw-bko-qt-pedida.
               07  VALUE "Ainda pendente:"     LINE 11 COL 05.
               07  PEND-QT-PENDENTE-OUT        LINE 11 COL 25
                            PIC 9(05)        USING rw-bko-qt-pendente.
               07  VALUE "Valor unitario:"     LINE 12 COL 05.
               07  PEND-VALOR-OUT              LINE 12 COL 25
                            PIC 9(07),9(02)  USING rw-bko-vl-unitario.
               07  VALUE "Situacao:"           LINE 13 COL 05.
               07  PEND-SITUACAO-OUT           LINE 13 COL 25
                            PIC x(10)        USING ws-situacao-tela.
               07  VALUE "Ultima liberacao:"   LINE 14 COL 05.
               07  PEND-DT-LIBERACAO-OUT       LINE 14 COL 25
                            PIC 9(08)        USING rw-bko-dt-liberacao.
               07  VALUE "No pedido:"          LINE 14 COL 40.
               07  PEND-PEDIDO-LIB-OUT         LINE 14 COL 52
                            PIC 9(07)
                            USING rw-bko-nr-pedido-liberacao.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 16 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 18 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN INPUT arq-backorders.
           IF  NOT ws-operacao-ok
               DISPLAY "CONSULTA-BACKORDERS: backorders.dat nao "
                       "encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-produtos.
           OPEN INPUT arq-clientes.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           EVALUATE ws-id-opcao
               WHEN "1"
                   MOVE "P"                TO ws-tp-consulta
                   PERFORM CONSULTAR-BACKORDERS
               WHEN "2"
                   MOVE "C"                TO ws-tp-consulta
                   PERFORM CONSULTAR-BACKORDERS
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
                   MOVE "Opcao Invalida!" TO whs-mensagem
           END-EVALUATE.
           PERFORM LIMPA-CAMPOS-TELA.
           IF  whs-mensagem NOT EQUAL SPACES
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
           END-IF.

      ******************************************************************
      * Por produto navega a chave principal, que ja esta na ordem de
      * liberacao; por cliente navega a chave alternativa. Codigo zero
      * percorre o arquivo inteiro; o filtro em branco vale como
      * pendentes.
      ******************************************************************
       CONSULTAR-BACKORDERS SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY FILTRO-SECTION.
           ACCEPT CODIGO-ON-SCR-IN.
           ACCEPT SITUACAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(ws-st-filtro) TO ws-st-filtro.
           IF  ws-st-filtro EQUAL SPACES
               MOVE "P"                    TO ws-st-filtro
           END-IF.
           IF  NOT ws-filtro-pendentes AND NOT ws-filtro-todas
               MOVE "Situacao invalida" TO whs-mensagem
               EXIT SECTION
           END-IF.

           MOVE ZEROS                      TO ws-qt-exibidas.
           MOVE ZEROS                      TO ws-qt-total-pendente.
           MOVE "N"                        TO ws-fim-consulta-sw.
           IF  ws-consulta-produto
               MOVE ws-cd-filtro           TO rw-bko-cd-produto
               MOVE ZEROS                  TO rw-bko-dt-pendencia
               MOVE ZEROS                  TO rw-bko-hr-pendencia
               MOVE ZEROS                  TO rw-bko-nr-pedido
               MOVE ZEROS                  TO rw-bko-nr-sequencia
               START arq-backorders KEY IS NOT LESS rw-bko-chave
                   INVALID KEY
                       MOVE "S"            TO ws-fim-consulta-sw
               END-START
           ELSE
               MOVE ws-cd-filtro           TO rw-bko-cd-cliente
               START arq-backorders KEY IS NOT LESS rw-bko-cd-cliente
                   INVALID KEY
                       MOVE "S"            TO ws-fim-consulta-sw
               END-START
           END-IF.
           IF  ws-fim-consulta
               MOVE "Nenhum backorder encontrado" TO whs-mensagem
               EXIT SECTION
           END-IF.

           MOVE ZEROS                      TO ws-escape-key.
           READ arq-backorders NEXT RECORD.
           PERFORM VERIFICAR-FIM-CONSULTA.
           PERFORM UNTIL ws-fim-consulta
                      OR cob-scr-esc
               IF  ws-filtro-todas OR rw-bko-pendente
                   PERFORM EXIBIR-PENDENCIA
               END-IF
               IF  NOT cob-scr-esc
                   READ arq-backorders NEXT RECORD
                   PERFORM VERIFICAR-FIM-CONSULTA
               END-IF
           END-PERFORM.
           MOVE SPACES                     TO whs-mensagem.
           IF  ws-qt-exibidas EQUAL ZEROS
               MOVE "Nenhum backorder na situacao pedida"
                                            TO whs-mensagem
           ELSE
               STRING ws-qt-exibidas " backorder(s) vistos - "
                      "quantidade pendente " ws-qt-total-pendente
                      DELIMITED BY SIZE INTO whs-mensagem
           END-IF.

       VERIFICAR-FIM-CONSULTA SECTION.
           EVALUATE TRUE
               WHEN NOT ws-operacao-ok
                   MOVE "S"                TO ws-fim-consulta-sw
               WHEN ws-cd-filtro EQUAL ZEROS
                   CONTINUE
               WHEN ws-consulta-produto
                AND rw-bko-cd-produto NOT EQUAL ws-cd-filtro
                   MOVE "S"                TO ws-fim-consulta-sw
               WHEN ws-consulta-cliente
                AND rw-bko-cd-cliente NOT EQUAL ws-cd-filtro
                   MOVE "S"                TO ws-fim-consulta-sw
           END-EVALUATE.

       EXIBIR-PENDENCIA SECTION.
           ADD 1                           TO ws-qt-exibidas.
           ADD rw-bko-qt-pendente          TO ws-qt-total-pendente.
           EVALUATE TRUE
               WHEN rw-bko-liberada
                   MOVE "LIBERADA"         TO ws-situacao-tela
               WHEN rw-bko-cancelada
                   MOVE "CANCELADA"        TO ws-situacao-tela
               WHEN rw-bko-qt-pendente LESS rw-bko-qt-pedida
                   MOVE "PARCIAL"          TO ws-situacao-tela
               WHEN OTHER
                   MOVE "PENDENTE"         TO ws-situacao-tela
           END-EVALUATE.
           MOVE SPACES                     TO ws-ds-produto-tela.
           MOVE rw-bko-cd-produto          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO ws-ds-produto-tela
               NOT INVALID KEY
                   MOVE rw-prd-ds-descricao TO ws-ds-produto-tela
           END-READ.
           MOVE SPACES                     TO ws-ds-razao-tela.
           MOVE rw-bko-cd-cliente          TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO ws-ds-razao-tela
               NOT INVALID KEY
                   MOVE rw-cli-razao-social TO ws-ds-razao-tela
           END-READ.
           DISPLAY DADOS-SECTION.
           DISPLAY PENDENCIA-SECTION.
           DISPLAY ESCAPE-SECTION.
           ACCEPT COB-CRT-STATUS FROM ESCAPE KEY.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO CODIGO-ON-SCR-IN.
           MOVE SPACES TO SITUACAO-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-backorders
           CLOSE arq-produtos
           CLOSE arq-clientes
           EXIT PROGRAM.
       END PROGRAM CONSULTA-BACKORDERS.
