      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Registro de ocorrencias de SAC (atendimento ao
      *          cliente) ligadas ao cliente e, opcionalmente, a um
      *          pedido: tipo, descricao, area responsavel, data de
      *          abertura, prazo de solucao e situacao (aberta ou
      *          encerrada). O numero vem do controle sacControle.dat
      *          e o prazo, quando nao informado, e a abertura mais
      *          PRAZO-SAC-DIAS (parametro; 5 dias sem cadastro). As
      *          ocorrencias abertas saem em alerta na folha de visita
      *          do cliente e no RELATORIO-OCORRENCIAS quando vencidas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-OCORRENCIAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-ocorrencias ASSIGN TO DISK "ocorrencias.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-oco-nr-ocorrencia
             ALTERNATE KEY      IS rw-oco-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-pedidos ASSIGN TO DISK "pedidos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-pedidos.

           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-controle-ocorrencia
                  ASSIGN TO "sacControle.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-controle.

       DATA DIVISION.
       FILE SECTION.
           FD arq-ocorrencias.
           01  rw-oco-registro.
               03 rw-oco-nr-ocorrencia     PIC 9(007).
               03 rw-oco-cd-cliente        PIC 9(007).
               03 rw-oco-nr-pedido         PIC 9(007).
               03 rw-oco-tp-ocorrencia     PIC x(003).
                  88 rw-oco-tipo-valido        VALUE "ATR", "AVA",
                                                     "COB", "PRD",
                                                     "ATD", "OUT".
               03 rw-oco-ds-descricao      PIC x(060).
               03 rw-oco-ds-area           PIC x(015).
               03 rw-oco-dt-abertura       PIC 9(008).
               03 rw-oco-dt-prazo          PIC 9(008).
               03 rw-oco-st-ocorrencia     PIC x(001).
                  88 rw-oco-aberta             VALUE "A".
                  88 rw-oco-encerrada          VALUE "E".
               03 rw-oco-dt-encerramento   PIC 9(008).
               03 rw-oco-cd-vendedor       PIC 9(003).

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

           FD arq-controle-ocorrencia.
           01  rw-controle-ocorrencia      PIC 9(007).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-acesso-invalido        VALUE "47", "48", "49".
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-eof-arquivo            VALUE "10".
                  88 ws-registro-inexistente   VALUE "23".
                  88 ws-registro-existente     VALUE "22".
                  88 ws-arquivo-inexistente    VALUE "35".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-pedidos     PIC x(02).
                  88 ws-pedidos-ok             VALUE "00", "02".
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-nr-consulta              PIC 9(007) VALUE ZEROS.
           01  ws-nr-ocorrencia            PIC 9(007) VALUE ZEROS.
           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-qt-dias-prazo            PIC 9(003) VALUE 5.
           01  ws-nr-inteiro-prazo         PIC 9(007) VALUE ZEROS.

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - INCLUIR"         LINE 07 COL 10.
               07  VALUE "2 - ALTERAR"         LINE 08 COL 10.
               07  VALUE "3 - ENCERRAR"        LINE 09 COL 10.
               07  VALUE "4 - CONSULTAR"       LINE 10 COL 10.
               07  VALUE "5 - LISTAR"          LINE 11 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 14 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 14 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "OCORRENCIAS DE SAC"  LINE 03 COL 27.
           05  CLIENTE-SECTION.
               07  VALUE "Informe os dados da ocorrencia: "
                                               LINE 05 COL 05.
               07  VALUE "Codigo do cliente:"  LINE 06 COL 05.
               07  CLIENTE-ON-SCR-IN           LINE 06 COL 30
                            PIC 9(07)        USING rw-oco-cd-cliente.
               07  VALUE "Pedido (0 = nenhum):" LINE 07 COL 05.
               07  PEDIDO-ON-SCR-IN            LINE 07 COL 30
                            PIC 9(07)        USING rw-oco-nr-pedido.
           05  OCORRENCIA-SECTION.
               07  VALUE "Tipo (ATR/AVA/COB/PRD/ATD/OUT):"
                                               LINE 08 COL 05.
               07  TIPO-ON-SCR-IN              LINE 08 COL 38
                            PIC x(03)        USING rw-oco-tp-ocorrencia.
               07  VALUE "Descricao:"          LINE 09 COL 05.
               07  DESCRICAO-ON-SCR-IN         LINE 09 COL 16
                            PIC x(60)        USING rw-oco-ds-descricao.
               07  VALUE "Area responsavel:"   LINE 10 COL 05.
               07  AREA-ON-SCR-IN              LINE 10 COL 30
                            PIC x(15)        USING rw-oco-ds-area.
               07  VALUE "Prazo (AAAAMMDD):"   LINE 11 COL 05.
               07  PRAZO-ON-SCR-IN             LINE 11 COL 30
                            PIC 9(08)        USING rw-oco-dt-prazo.
           05  CONSULTA-OCORRENCIA-SECTION.
               07  VALUE "Numero da ocorrencia:" LINE 05 COL 05.
               07  CONSULTA-NR-ON-SCR-IN       LINE 05 COL 30
                            PIC 9(07)        TO ws-nr-consulta.
           05  CONSULTA-RESULTADO-SECTION.
               07  VALUE "Ocorrencia:"         LINE 06 COL 05.
               07  CONSULTA-NR-OUT             LINE 06 COL 30
                            PIC 9(07)       USING rw-oco-nr-ocorrencia.
               07  VALUE "Cliente:"            LINE 07 COL 05.
               07  CONSULTA-CLIENTE-OUT        LINE 07 COL 30
                            PIC 9(07)        USING rw-oco-cd-cliente.
               07  VALUE "Pedido:"             LINE 08 COL 05.
               07  CONSULTA-PEDIDO-OUT         LINE 08 COL 30
                            PIC 9(07)        USING rw-oco-nr-pedido.
               07  VALUE "Tipo:"               LINE 09 COL 05.
               07  CONSULTA-TIPO-OUT           LINE 09 COL 30
                            PIC x(03)        USING rw-oco-tp-ocorrencia.
               07  VALUE "Descricao:"          LINE 10 COL 05.
               07  CONSULTA-DESCRICAO-OUT      LINE 10 COL 16
                            PIC x(60)        USING rw-oco-ds-descricao.
               07  VALUE "Area responsavel:"   LINE 11 COL 05.
               07  CONSULTA-AREA-OUT           LINE 11 COL 30
                            PIC x(15)        USING rw-oco-ds-area.
               07  VALUE "Abertura / prazo:"   LINE 12 COL 05.
               07  CONSULTA-ABERTURA-OUT       LINE 12 COL 30
                            PIC 9(08)        USING rw-oco-dt-abertura.
               07  CONSULTA-PRAZO-OUT          LINE 12 COL 40
                            PIC 9(08)        USING rw-oco-dt-prazo.
               07  VALUE "Situacao / encerr.:" LINE 13 COL 05.
               07  CONSULTA-SITUACAO-OUT       LINE 13 COL 30
                            PIC x(01)        USING rw-oco-st-ocorrencia.
               07  CONSULTA-ENCERRAMENTO-OUT   LINE 13 COL 40
                            PIC 9(08)      USING rw-oco-dt-encerramento.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 15 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 17 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-ocorrencias.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-ocorrencias
               CLOSE arq-ocorrencias
               OPEN I-O arq-ocorrencias
           END-IF.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-pedidos.
           OPEN INPUT arq-distribuicao.

           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE "PRAZO-SAC-DIAS"           TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           CANCEL "LOCALIZAR-PARAMETRO".
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-qt-dias-prazo
           END-IF.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           EVALUATE ws-id-opcao
               WHEN "1"
                   PERFORM INCLUIR
               WHEN "2"
                   PERFORM ALTERAR
               WHEN "3"
                   PERFORM ENCERRAR
               WHEN "4"
                   PERFORM CONSULTAR
               WHEN "5"
                   PERFORM LISTAR
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

       INCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           INITIALIZE rw-oco-registro.
           MOVE SPACES                     TO whs-mensagem.
           DISPLAY DADOS-SECTION.
           DISPLAY CLIENTE-SECTION.
           ACCEPT CLIENTE-ON-SCR-IN.
           ACCEPT PEDIDO-ON-SCR-IN.

           PERFORM VALIDAR-CLIENTE-PEDIDO.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.

           MOVE ws-dt-hoje                 TO rw-oco-dt-abertura.
           PERFORM ACEITA-DADOS.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.

           IF  rw-oco-dt-prazo EQUAL ZEROS
               COMPUTE ws-nr-inteiro-prazo =
                       FUNCTION INTEGER-OF-DATE(ws-dt-hoje)
                     + ws-qt-dias-prazo
               COMPUTE rw-oco-dt-prazo =
                       FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-prazo)
           END-IF.
           MOVE "A"                        TO rw-oco-st-ocorrencia.
           MOVE ZEROS                      TO rw-oco-dt-encerramento.
           PERFORM OBTER-VENDEDOR-CLIENTE.

           PERFORM OBTER-PROXIMA-OCORRENCIA.
           MOVE ws-nr-ocorrencia           TO rw-oco-nr-ocorrencia.
           WRITE rw-oco-registro.
           IF  ws-operacao-ok
               STRING "Ocorrencia " ws-nr-ocorrencia
                      " aberta, prazo " rw-oco-dt-prazo
                      DELIMITED BY SIZE INTO whs-mensagem
           ELSE
               MOVE "Erro ao gravar dados" TO whs-mensagem
           END-IF.

      ******************************************************************
      * O cliente tem de existir no cadastro; o pedido, quando
      * informado, tem de existir e ser do proprio cliente.
      ******************************************************************
       VALIDAR-CLIENTE-PEDIDO SECTION.
           MOVE rw-oco-cd-cliente          TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   MOVE "Cliente nao encontrado" TO whs-mensagem
                   EXIT SECTION
           END-START.
           READ arq-clientes NEXT RECORD.
           IF  NOT ws-clientes-ok
               MOVE "Cliente nao encontrado" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-oco-nr-pedido EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE rw-oco-nr-pedido           TO rw-nr-pedido.
           READ arq-pedidos KEY IS rw-nr-pedido
               INVALID KEY
                   MOVE "Pedido nao encontrado" TO whs-mensagem
               NOT INVALID KEY
                   IF  rw-cd-cliente NOT EQUAL rw-oco-cd-cliente
                       MOVE "Pedido nao pertence ao cliente"
                                           TO whs-mensagem
                   END-IF
           END-READ.

       ACEITA-DADOS SECTION.
           MOVE SPACES                     TO whs-mensagem.
           DISPLAY OCORRENCIA-SECTION.
           ACCEPT TIPO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-oco-tp-ocorrencia)
                                           TO rw-oco-tp-ocorrencia.
           ACCEPT DESCRICAO-ON-SCR-IN.
           ACCEPT AREA-ON-SCR-IN.
           ACCEPT PRAZO-ON-SCR-IN.
           IF  NOT rw-oco-tipo-valido
               MOVE "Tipo de ocorrencia invalido!" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-oco-ds-descricao EQUAL SPACES
               MOVE "Descricao obrigatoria!" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-oco-dt-prazo EQUAL ZEROS
               EXIT SECTION
           END-IF.
           COMPUTE ws-nr-inteiro-prazo =
                   FUNCTION INTEGER-OF-DATE(rw-oco-dt-prazo).
           IF  ws-nr-inteiro-prazo EQUAL ZEROS
           OR  rw-oco-dt-prazo LESS rw-oco-dt-abertura
               MOVE "Prazo invalido!"      TO whs-mensagem
           END-IF.

      ******************************************************************
      * Vendedor que atende o cliente na abertura; o relatorio usa o
      * vendedor da distribuicao vigente e so recorre a este quando o
      * cliente saiu da distribuicao.
      ******************************************************************
       OBTER-VENDEDOR-CLIENTE SECTION.
           MOVE ZEROS                      TO rw-oco-cd-vendedor.
           MOVE rw-oco-cd-cliente          TO rw-dst-cd-cliente.
           READ arq-distribuicao KEY IS rw-dst-cd-cliente
               NOT INVALID KEY
                   MOVE rw-dst-cd-vendedor TO rw-oco-cd-vendedor
           END-READ.

       OBTER-PROXIMA-OCORRENCIA SECTION.
           MOVE ZEROS                      TO ws-nr-ocorrencia.
           OPEN INPUT arq-controle-ocorrencia.
           IF  ws-controle-ok
               READ arq-controle-ocorrencia
               IF  ws-controle-ok
                   MOVE rw-controle-ocorrencia TO ws-nr-ocorrencia
               END-IF
               CLOSE arq-controle-ocorrencia
           END-IF.
           ADD 1                           TO ws-nr-ocorrencia.
           OPEN OUTPUT arq-controle-ocorrencia.
           MOVE ws-nr-ocorrencia           TO rw-controle-ocorrencia.
           WRITE rw-controle-ocorrencia.
           CLOSE arq-controle-ocorrencia.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CONSULTA-OCORRENCIA-SECTION.
           ACCEPT CONSULTA-NR-ON-SCR-IN.

           MOVE ws-nr-consulta             TO rw-oco-nr-ocorrencia.
           READ arq-ocorrencias KEY IS rw-oco-nr-ocorrencia
              INVALID KEY
                   MOVE "Ocorrencia nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM REGRAVA-DADOS
           END-READ.

       REGRAVA-DADOS SECTION.
           IF  rw-oco-encerrada
               MOVE "Ocorrencia ja encerrada" TO whs-mensagem
               EXIT SECTION
           END-IF.
           DISPLAY DADOS-SECTION.
           DISPLAY CLIENTE-SECTION.
           PERFORM ACEITA-DADOS.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.
           IF  rw-oco-dt-prazo EQUAL ZEROS
               MOVE "Prazo obrigatorio!"   TO whs-mensagem
               EXIT SECTION
           END-IF.

           REWRITE rw-oco-registro.
           IF  ws-operacao-ok
               MOVE "Regravado com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao regravar dados" TO whs-mensagem
           END-IF.

       ENCERRAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CONSULTA-OCORRENCIA-SECTION.
           ACCEPT CONSULTA-NR-ON-SCR-IN.

           MOVE ws-nr-consulta             TO rw-oco-nr-ocorrencia.
           READ arq-ocorrencias KEY IS rw-oco-nr-ocorrencia
              INVALID KEY
                   MOVE "Ocorrencia nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM ENCERRA-OCORRENCIA
           END-READ.

       ENCERRA-OCORRENCIA SECTION.
           IF  rw-oco-encerrada
               MOVE "Ocorrencia ja encerrada" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE "E"                        TO rw-oco-st-ocorrencia.
           MOVE ws-dt-hoje                 TO rw-oco-dt-encerramento.
           REWRITE rw-oco-registro.
           IF  ws-operacao-ok
               MOVE "Encerrada com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao encerrar ocorrencia" TO whs-mensagem
           END-IF.

       CONSULTAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CONSULTA-OCORRENCIA-SECTION.
           ACCEPT CONSULTA-NR-ON-SCR-IN.

           MOVE ws-nr-consulta             TO rw-oco-nr-ocorrencia.
           READ arq-ocorrencias KEY IS rw-oco-nr-ocorrencia
              INVALID KEY
                   MOVE "Ocorrencia nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   DISPLAY DADOS-SECTION
                   DISPLAY CONSULTA-RESULTADO-SECTION
                   DISPLAY ESCAPE-SECTION
                   ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
           END-READ.

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-oco-nr-ocorrencia.
           START arq-ocorrencias KEY IS NOT LESS rw-oco-nr-ocorrencia
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-ocorrencias NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY CONSULTA-RESULTADO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-ocorrencias NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS  TO CLIENTE-ON-SCR-IN.
           MOVE ZEROS  TO PEDIDO-ON-SCR-IN.
           MOVE SPACES TO TIPO-ON-SCR-IN.
           MOVE SPACES TO DESCRICAO-ON-SCR-IN.
           MOVE SPACES TO AREA-ON-SCR-IN.
           MOVE ZEROS  TO CONSULTA-NR-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-ocorrencias.
           CLOSE arq-clientes.
           CLOSE arq-pedidos.
           CLOSE arq-distribuicao.
           EXIT PROGRAM.
       END PROGRAM CADASTRO-OCORRENCIAS.
