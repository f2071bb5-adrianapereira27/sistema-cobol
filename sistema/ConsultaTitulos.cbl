      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Consulta dos titulos a receber de um cliente
      *          (titulos.dat, gerado pelo RETORNO-FATURAMENTO e
      *          baixado pelo retorno bancario): pagina os titulos em
      *          aberto, liquidados, vencidos ou todos, com os dias de
      *          atraso, e fecha com o total em aberto e vencido. Os
      *          backorders do cliente abrem pela CONSULTA-BACKORDERS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-TITULOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-titulos ASSIGN TO DISK "titulos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-tit-chave
             ALTERNATE KEY      IS rw-tit-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

       DATA DIVISION.
       FILE SECTION.
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
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-filtros-consulta.
               03 ws-cd-cliente-filtro     PIC 9(007) VALUE ZEROS.
               03 ws-st-filtro             PIC x(001) VALUE SPACES.
                  88 ws-filtro-abertos         VALUE "A".
                  88 ws-filtro-liquidados      VALUE "L".
                  88 ws-filtro-vencidos        VALUE "V".
                  88 ws-filtro-todos           VALUE "T".

           01  ws-campos-titulo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-hoje       PIC 9(008) VALUE ZEROS.
               03 ws-dias-atraso           PIC s9(006) VALUE ZEROS.
               03 ws-dias-atraso-tela      PIC 9(006) VALUE ZEROS.
               03 ws-vl-saldo              PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-situacao-tela         PIC x(010) VALUE SPACES.
               03 ws-titulo-vencido-sw     PIC x(001) VALUE "N".
                  88 ws-titulo-vencido         VALUE "S".
               03 ws-titulo-exibe-sw       PIC x(001) VALUE "N".
                  88 ws-titulo-exibe           VALUE "S".
               03 ws-qt-exibidos           PIC 9(005) VALUE ZEROS.
               03 ws-vl-total-aberto       PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-total-vencido      PIC 9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-ds-razao-tela         PIC x(040) VALUE SPACES.

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - TITULOS DO CLIENTE"
                                               LINE 07 COL 10.
               07  VALUE "2 - BACKORDERS"      LINE 08 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 09 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 10 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 10 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "CONSULTA DE TITULOS A RECEBER"
                                               LINE 03 COL 22.
           05  FILTRO-CLIENTE-SECTION.
               07  VALUE "Codigo do cliente:"  LINE 05 COL 05.
               07  CLIENTE-ON-SCR-IN           LINE 05 COL 30
                            PIC 9(07)       TO ws-cd-cliente-filtro.
               07  VALUE "Situacao (A=abertos, L=liquidados,"
                                               LINE 06 COL 05.
               07  VALUE "V=vencidos, T=todos):"
                                               LINE 07 COL 05.
               07  SITUACAO-ON-SCR-IN          LINE 07 COL 30
                            PIC x(01)        TO ws-st-filtro.
           05  CLIENTE-SECTION.
               07  VALUE "Cliente:"            LINE 05 COL 05.
               07  CLIENTE-OUT                 LINE 05 COL 20
                            PIC 9(07)        USING ws-cd-cliente-filtro.
               07  CLIENTE-RAZAO-OUT           LINE 05 COL 30
                            PIC x(40)        USING ws-ds-razao-tela.
           05  TITULO-SECTION.
               07  VALUE "Pedido/parcela:"     LINE 07 COL 05.
               07  TITULO-PEDIDO-OUT           LINE 07 COL 25
                            PIC 9(07)        USING rw-tit-nr-pedido.
               07  VALUE "/"                   LINE 07 COL 32.
               07  TITULO-PARCELA-OUT          LINE 07 COL 33
                            PIC 9(02)        USING rw-tit-nr-parcela.
               07  VALUE "Nota fiscal:"        LINE 08 COL 05.
               07  TITULO-NOTA-OUT             LINE 08 COL 25
                            PIC 9(09)       USING rw-tit-nr-nota-fiscal.
               07  VALUE "Emissao:"            LINE 09 COL 05.
               07  TITULO-EMISSAO-OUT          LINE 09 COL 25
                            PIC 9(08)        USING rw-tit-dt-emissao.
               07  VALUE "Vencimento:"         LINE 10 COL 05.
               07  TITULO-VENCTO-OUT           LINE 10 COL 25
                            PIC 9(08)        USING rw-tit-dt-vencimento.
               07  VALUE "Valor do titulo:"    LINE 11 COL 05.
               07  TITULO-VALOR-OUT            LINE 11 COL 25
                            PIC 9(11),9(02)  USING rw-tit-vl-titulo.
               07  VALUE "Valor pago:"         LINE 12 COL 05.
               07  TITULO-PAGO-OUT             LINE 12 COL 25
                            PIC 9(11),9(02)  USING rw-tit-vl-pago.
               07  VALUE "Juros recebidos:"    LINE 13 COL 05.
               07  TITULO-JUROS-OUT            LINE 13 COL 25
                            PIC 9(09),9(02)  USING rw-tit-vl-juros.
               07  VALUE "Situacao:"           LINE 14 COL 05.
               07  TITULO-SITUACAO-OUT         LINE 14 COL 25
                            PIC x(10)        USING ws-situacao-tela.
               07  VALUE "Dias de atraso:"     LINE 14 COL 40.
               07  TITULO-ATRASO-OUT           LINE 14 COL 57
                            PIC 9(06)        USING ws-dias-atraso-tela.
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

           OPEN INPUT arq-titulos.
           IF  NOT ws-operacao-ok
               DISPLAY "CONSULTA-TITULOS: titulos.dat nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-clientes.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-nr-inteiro-hoje =
                   FUNCTION INTEGER-OF-DATE(ws-dt-hoje).

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           EVALUATE ws-id-opcao
               WHEN "1"
                   PERFORM CONSULTAR-POR-CLIENTE
               WHEN "2"
                   CALL "CONSULTA-BACKORDERS"
                   CANCEL "CONSULTA-BACKORDERS"
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
      * Navega os titulos do cliente pela chave alternativa; o filtro
      * em branco vale como abertos. Ao fim (ou no ESC) a mensagem
      * traz o total em aberto e o total vencido dos titulos vistos.
      ******************************************************************
       CONSULTAR-POR-CLIENTE SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY FILTRO-CLIENTE-SECTION.
           ACCEPT CLIENTE-ON-SCR-IN.
           ACCEPT SITUACAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(ws-st-filtro) TO ws-st-filtro.
           IF  ws-st-filtro EQUAL SPACES
               MOVE "A"                    TO ws-st-filtro
           END-IF.
           IF  NOT ws-filtro-abertos AND NOT ws-filtro-liquidados
           AND NOT ws-filtro-vencidos AND NOT ws-filtro-todos
               MOVE "Situacao invalida" TO whs-mensagem
               EXIT SECTION
           END-IF.
           PERFORM LOCALIZAR-CLIENTE.

           MOVE ZEROS                      TO ws-qt-exibidos.
           MOVE ZEROS                      TO ws-vl-total-aberto.
           MOVE ZEROS                      TO ws-vl-total-vencido.
           MOVE ws-cd-cliente-filtro       TO rw-tit-cd-cliente.
           START arq-titulos KEY IS EQUAL rw-tit-cd-cliente
               INVALID KEY
                   MOVE "Cliente sem titulos a receber"
                                            TO whs-mensagem
                   EXIT SECTION
           END-START.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-titulos NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR rw-tit-cd-cliente NOT EQUAL
                                           ws-cd-cliente-filtro
                      OR cob-scr-esc
               PERFORM AVALIAR-TITULO
               IF  ws-titulo-exibe
                   ADD 1                   TO ws-qt-exibidos
                   DISPLAY DADOS-SECTION
                   DISPLAY CLIENTE-SECTION
                   DISPLAY TITULO-SECTION
                   DISPLAY ESCAPE-SECTION
                   ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               END-IF
               IF  NOT cob-scr-esc
                   READ arq-titulos NEXT RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES                     TO whs-mensagem.
           IF  ws-qt-exibidos EQUAL ZEROS
               MOVE "Nenhum titulo na situacao pedida"
                                            TO whs-mensagem
           ELSE
               STRING "Total em aberto " ws-vl-total-aberto
                      " - vencido " ws-vl-total-vencido
                      DELIMITED BY SIZE INTO whs-mensagem
           END-IF.

      ******************************************************************
      * Situacao, saldo e atraso do titulo lido, e se ele entra no
      * filtro escolhido; os totais somam so os titulos exibidos.
      ******************************************************************
       AVALIAR-TITULO SECTION.
           MOVE "N"                        TO ws-titulo-vencido-sw.
           MOVE "N"                        TO ws-titulo-exibe-sw.
           MOVE ZEROS                      TO ws-dias-atraso-tela.
           MOVE ZEROS                      TO ws-vl-saldo.
           IF  rw-tit-em-aberto
               COMPUTE ws-vl-saldo = rw-tit-vl-titulo - rw-tit-vl-pago
               COMPUTE ws-dias-atraso = ws-nr-inteiro-hoje
                     - FUNCTION INTEGER-OF-DATE(rw-tit-dt-vencimento)
               IF  ws-dias-atraso GREATER ZEROS
                   MOVE "S"                TO ws-titulo-vencido-sw
                   MOVE ws-dias-atraso     TO ws-dias-atraso-tela
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN rw-tit-liquidado
                   MOVE "LIQUIDADO"        TO ws-situacao-tela
               WHEN ws-titulo-vencido
                   MOVE "VENCIDO"          TO ws-situacao-tela
               WHEN rw-tit-parcial
                   MOVE "PARCIAL"          TO ws-situacao-tela
               WHEN OTHER
                   MOVE "ABERTO"           TO ws-situacao-tela
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ws-filtro-todos
                   MOVE "S"                TO ws-titulo-exibe-sw
               WHEN ws-filtro-abertos
                   IF  rw-tit-em-aberto
                       MOVE "S"            TO ws-titulo-exibe-sw
                   END-IF
               WHEN ws-filtro-liquidados
                   IF  rw-tit-liquidado
                       MOVE "S"            TO ws-titulo-exibe-sw
                   END-IF
               WHEN ws-filtro-vencidos
                   IF  ws-titulo-vencido
                       MOVE "S"            TO ws-titulo-exibe-sw
                   END-IF
           END-EVALUATE.
           IF  ws-titulo-exibe
               ADD ws-vl-saldo             TO ws-vl-total-aberto
               IF  ws-titulo-vencido
                   ADD ws-vl-saldo         TO ws-vl-total-vencido
               END-IF
           END-IF.

       LOCALIZAR-CLIENTE SECTION.
           MOVE SPACES                     TO ws-ds-razao-tela.
           MOVE ws-cd-cliente-filtro       TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO ws-ds-razao-tela
               NOT INVALID KEY
                   MOVE rw-cli-razao-social TO ws-ds-razao-tela
           END-READ.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO CLIENTE-ON-SCR-IN.
           MOVE SPACES TO SITUACAO-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-titulos
           CLOSE arq-clientes
           EXIT PROGRAM.
       END PROGRAM CONSULTA-TITULOS.
