      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Atendimento ao titular de dados pessoais (LGPD). O
      *          titular e identificado pelo CPF ou pelo e-mail de
      *          contato. A exportacao lista em lgpdTitularNNNNNN.txt
      *          todo lugar em que ele aparece (clientes.dat,
      *          clientesArquivo.dat, vendedores.dat, operadores.dat,
      *          histclientes.txt, auditclientes.txt e
      *          auditvendedores.txt, com os arquivos anuais dessas
      *          trilhas registrados pelo ARQUIVAMENTO-TRILHAS em
      *          arquivamentoTrilhas.dat, ex.: auditclientes2025.txt).
      *          A anonimizacao e solicitada por um operador e so
      *          executa depois de aprovada por outro (quatro olhos,
      *          como nas pendencias de cadastro):
      *          troca nome, contato, telefone, e-mail e endereco do
      *          titular por marcas fixas nos cadastros e no arquivo
      *          morto e mascara esses valores nas trilhas texto,
      *          mantendo CNPJ/CPF, codigos e o historico fiscal. Toda
      *          solicitacao fica em lgpdSolicitacoes.dat com data,
      *          operador, aprovador e quantidade de ocorrencias, como
      *          evidencia para o encarregado (DPO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRATAMENTO-LGPD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-solicitacoes ASSIGN TO DISK
                  "lgpdSolicitacoes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-lgp-nr-solicitacao
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-controle-solicitacao
                  ASSIGN TO "lgpdControle.dat"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-controle.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-arquivo-morto
                  ASSIGN TO DISK "clientesArquivo.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-arq-cnpj
             ALTERNATE KEY      IS rw-arq-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-morto.

           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT arq-operadores ASSIGN TO DISK "operadores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-opr-id-operador
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-operadores.

           SELECT arq-arquivamento
                  ASSIGN TO DISK "arquivamentoTrilhas.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-atr-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-arquivamento.

           SELECT arq-trilha ASSIGN TO ws-nm-trilha
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-trilha.

           SELECT arq-trilha-trabalho ASSIGN TO "wrklgpdtrilha.tmp"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-trabalho.

           SELECT arq-exportacao ASSIGN TO ws-nm-exportacao
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-exportacao.

       DATA DIVISION.
       FILE SECTION.
           FD arq-solicitacoes.
           01  rw-lgp-registro.
               03 rw-lgp-nr-solicitacao    PIC 9(006).
               03 rw-lgp-tp-solicitacao    PIC x(001).
                  88 rw-lgp-exportacao         VALUE "E".
                  88 rw-lgp-anonimizacao       VALUE "A".
               03 rw-lgp-nr-cpf            PIC 9(011).
               03 rw-lgp-ds-email          PIC x(050).
               03 rw-lgp-dt-solicitacao    PIC 9(008).
               03 rw-lgp-hr-solicitacao    PIC 9(006).
               03 rw-lgp-id-solicitante    PIC x(010).
               03 rw-lgp-st-solicitacao    PIC x(001).
                  88 rw-lgp-pendente           VALUE "P".
                  88 rw-lgp-executada          VALUE "X".
                  88 rw-lgp-rejeitada          VALUE "R".
                  88 rw-lgp-concluida          VALUE "C".
               03 rw-lgp-dt-decisao        PIC 9(008).
               03 rw-lgp-id-aprovador      PIC x(010).
               03 rw-lgp-qt-ocorrencias    PIC 9(006).

           FD arq-controle-solicitacao.
           01  rw-controle-solicitacao     PIC 9(006).

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

           FD arq-arquivo-morto.
           01  rw-arq-registro.
               03 rw-arq-cnpj              PIC 9(014).
               03 rw-arq-cd-cliente        PIC 9(007).
               03 rw-arq-dados             PIC x(299).

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

           FD arq-operadores.
           01  rw-opr-registro.
               03 rw-opr-id-operador       PIC x(010).
               03 rw-opr-nm-operador       PIC x(030).
               03 rw-opr-nr-senha-hash     PIC 9(009).
               03 rw-opr-cd-perfil         PIC x(001).
               03 rw-opr-qt-erros-senha    PIC 9(001).
               03 rw-opr-st-bloqueado      PIC x(001).
               03 rw-opr-st-ativo          PIC x(001).

      ******************************************************************
      * Anos ja arquivados de cada trilha (ARQUIVAMENTO-TRILHAS).
      ******************************************************************
           FD arq-arquivamento.
           01  rw-atr-registro.
               03 rw-atr-chave.
                  05 rw-atr-nm-trilha      PIC x(030).
                  05 rw-atr-nr-ano         PIC 9(004).
               03 rw-atr-nm-arquivo-anual  PIC x(030).
               03 rw-atr-qt-linhas         PIC 9(009).
               03 rw-atr-dt-inicial        PIC 9(008).
               03 rw-atr-dt-final          PIC 9(008).
               03 rw-atr-dt-execucao       PIC 9(008).

           FD arq-trilha.
           01  rw-trilha                   PIC x(400).

           FD arq-trilha-trabalho.
           01  rw-trilha-trabalho          PIC x(400).

           FD arq-exportacao.
           01  rw-exportacao               PIC x(400).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-eof-arquivo            VALUE "10".
               03 ws-resultado-controle    PIC x(02).
                  88 ws-controle-ok            VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-morto       PIC x(02).
                  88 ws-morto-ok               VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-operadores  PIC x(02).
                  88 ws-operadores-ok          VALUE "00", "02".
               03 ws-resultado-arquivamento PIC x(02).
                  88 ws-arquivamento-ok        VALUE "00", "02".
               03 ws-resultado-trilha      PIC x(02).
                  88 ws-trilha-ok              VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-exportacao  PIC x(02).
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-nm-trilha                PIC x(050) VALUE SPACES.
           01  ws-nm-trilha-viva           PIC x(030) VALUE SPACES.
           01  ws-arquivamento-aberto-sw   PIC x(001) VALUE "N".
               88 ws-arquivamento-aberto       VALUE "S".
           01  ws-nm-exportacao            PIC x(050) VALUE SPACES.

           01  ws-campos-titular.
               03 ws-nr-cpf-titular        PIC 9(011) VALUE ZEROS.
               03 ws-ds-email-titular      PIC x(050) VALUE SPACES.
               03 ws-ds-email-pesquisa     PIC x(050) VALUE SPACES.
               03 ws-ds-email-registro     PIC x(050) VALUE SPACES.
               03 ws-cnpj-titular          PIC 9(014) VALUE ZEROS.
               03 ws-modo-tratamento       PIC x(001) VALUE SPACES.
                  88 ws-modo-exportar          VALUE "E".
                  88 ws-modo-anonimizar        VALUE "A".
               03 ws-pessoa-fisica-sw      PIC x(001) VALUE "N".
                  88 ws-pessoa-fisica          VALUE "S".
               03 ws-qt-ocorrencias        PIC 9(006) VALUE ZEROS.
               03 ws-nr-solicitacao        PIC 9(006) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-hr-agora              PIC 9(008) VALUE ZEROS.
               03 ws-decisao-in            PIC x(001) VALUE SPACES.
               03 ws-decisao               PIC x(001) VALUE SPACES.
               03 ws-linha-alterada-sw     PIC x(001) VALUE "N".
                  88 ws-linha-alterada         VALUE "S".
               03 ws-linha-titular-sw      PIC x(001) VALUE "N".
                  88 ws-linha-titular          VALUE "S".
               03 ws-qt-achados            PIC 9(005) VALUE ZEROS.

      ******************************************************************
      * Valores do titular achados nos cadastros: os do tipo M sao
      * mascarados nas trilhas; os do tipo K (CNPJ/CPF) so identificam
      * as linhas da exportacao.
      ******************************************************************
           01  ws-tabela-valores.
               03 ws-qt-valores            PIC 9(002) VALUE ZEROS.
               03 ws-ix-valor              PIC 9(002) VALUE ZEROS.
               03 ws-tab-valor OCCURS 30 TIMES.
                  05 ws-tv-valor           PIC x(050).
                  05 ws-tv-tamanho         PIC 9(003).
                  05 ws-tv-tipo            PIC x(001).
           01  ws-valor-novo               PIC x(050) VALUE SPACES.
           01  ws-tp-valor-novo            PIC x(001) VALUE SPACES.
           01  ws-tam-valor-novo           PIC 9(003) VALUE ZEROS.
           01  ws-mascara                  PIC x(050) VALUE ALL "*".

      ******************************************************************
      * Clientes alterados na anonimizacao, para a trilha de auditoria
      ******************************************************************
           01  ws-tabela-clientes.
               03 ws-qt-clientes-alt       PIC 9(003) VALUE ZEROS.
               03 ws-ix-cliente-alt        PIC 9(003) VALUE ZEROS.
               03 ws-tc-cnpj OCCURS 200 TIMES PIC 9(014).

      ******************************************************************
      * Imagem do cliente guardada no arquivo morto (mesmo leiaute do
      * clientes.dat)
      ******************************************************************
           01  ws-imagem-cliente.
               03 ws-im-cnpj               PIC 9(014).
               03 ws-im-cd-cliente         PIC 9(007).
               03 ws-im-razao-social       PIC x(040).
               03 ws-im-latitude           PIC s9(003)v9(008).
               03 ws-im-longitude          PIC s9(003)v9(008).
               03 ws-im-st-ativo           PIC x(001).
               03 ws-im-cd-territorio      PIC x(005).
               03 ws-im-nm-contato         PIC x(040).
               03 ws-im-nr-telefone        PIC x(015).
               03 ws-im-ds-email           PIC x(050).
               03 ws-im-nr-cep             PIC x(008).
               03 ws-im-cd-frequencia      PIC x(001).
               03 ws-im-dt-inativacao      PIC 9(008).
               03 ws-im-cd-classe          PIC x(001).
               03 ws-im-cd-canal           PIC x(003).
               03 ws-im-st-bloqueio        PIC x(001).
               03 ws-im-cd-cond-pagto      PIC x(003).
               03 ws-im-hr-abertura        PIC 9(004).
               03 ws-im-hr-fechamento      PIC 9(004).
               03 ws-im-ds-logradouro      PIC x(040).
               03 ws-im-nr-numero          PIC x(006).
               03 ws-im-ds-bairro          PIC x(020).
               03 ws-im-ds-cidade          PIC x(025).
               03 ws-im-sg-uf              PIC x(002).

           01  PARAMETROS-CPF.
               05 CODIGO-CPF               PIC 9(011) VALUE ZEROS.
               05 CPF-RETORNO              PIC X(002) VALUE SPACES.

           01  ws-cnpj-texto               PIC 9(014) VALUE ZEROS.
           01  ws-cpf-texto                PIC 9(011) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
               03 FILLER                   PIC x(006) VALUE " HORA ".
               03 WR-AU-HORA               PIC 9(006).
               03 FILLER                   PIC x(010) VALUE
                   " OPERADOR ".
               03 WR-AU-OPERADOR           PIC x(010).
               03 FILLER                   PIC x(006) VALUE " ACAO ".
               03 WR-AU-ACAO               PIC x(010).
               03 FILLER                   PIC x(007) VALUE " CHAVE ".
               03 WR-AU-CHAVE              PIC x(014).

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - EXPORTAR DADOS DO TITULAR"
                                               LINE 07 COL 10.
               07  VALUE "2 - SOLICITAR ANONIMIZACAO"
                                               LINE 08 COL 10.
               07  VALUE "3 - APROVAR ANONIMIZACOES PENDENTES"
                                               LINE 09 COL 10.
               07  VALUE "4 - CONSULTAR SOLICITACOES"
                                               LINE 10 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 14 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 14 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "DADOS PESSOAIS (LGPD)" LINE 03 COL 26.
           05  TITULAR-SECTION.
               07  VALUE "Informe o CPF ou o e-mail do titular: "
                                               LINE 05 COL 05.
               07  VALUE "CPF (0 = nao):"      LINE 06 COL 05.
               07  CPF-ON-SCR-IN               LINE 06 COL 25
                            PIC 9(11)        USING ws-nr-cpf-titular.
               07  VALUE "E-mail:"             LINE 07 COL 05.
               07  EMAIL-ON-SCR-IN             LINE 07 COL 25
                            PIC x(50)        USING ws-ds-email-titular.
           05  SOLICITACAO-SECTION.
               07  VALUE "Solicitacao:"        LINE 05 COL 05.
               07  SOLIC-NR-OUT                LINE 05 COL 25
                            PIC 9(06)     USING rw-lgp-nr-solicitacao.
               07  VALUE "Tipo (E/A):"         LINE 06 COL 05.
               07  SOLIC-TIPO-OUT              LINE 06 COL 25
                            PIC x(01)     USING rw-lgp-tp-solicitacao.
               07  VALUE "CPF:"                LINE 07 COL 05.
               07  SOLIC-CPF-OUT               LINE 07 COL 25
                            PIC 9(11)        USING rw-lgp-nr-cpf.
               07  VALUE "E-mail:"             LINE 08 COL 05.
               07  SOLIC-EMAIL-OUT             LINE 08 COL 25
                            PIC x(50)        USING rw-lgp-ds-email.
               07  VALUE "Solicitante / data:" LINE 09 COL 05.
               07  SOLIC-SOLICITANTE-OUT       LINE 09 COL 25
                            PIC x(10)     USING rw-lgp-id-solicitante.
               07  SOLIC-DATA-OUT              LINE 09 COL 37
                            PIC 9(08)     USING rw-lgp-dt-solicitacao.
               07  VALUE "Situacao (P/X/R/C):" LINE 10 COL 05.
               07  SOLIC-SITUACAO-OUT          LINE 10 COL 25
                            PIC x(01)     USING rw-lgp-st-solicitacao.
               07  VALUE "Aprovador / data:"   LINE 11 COL 05.
               07  SOLIC-APROVADOR-OUT         LINE 11 COL 25
                            PIC x(10)       USING rw-lgp-id-aprovador.
               07  SOLIC-DECISAO-OUT           LINE 11 COL 37
                            PIC 9(08)       USING rw-lgp-dt-decisao.
               07  VALUE "Ocorrencias:"        LINE 12 COL 05.
               07  SOLIC-OCORRENCIAS-OUT       LINE 12 COL 25
                            PIC 9(06)     USING rw-lgp-qt-ocorrencias.
           05  DECISAO-SECTION.
               07  VALUE "Decisao (A-Aprova/R-Rejeita/ENTER pula):"
                                               LINE 14 COL 05.
               07  DECISAO-ON-SCR-IN           LINE 14 COL 47
                            PIC x(01)        TO ws-decisao-in.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 15 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 17 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-solicitacoes.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-solicitacoes
               CLOSE arq-solicitacoes
               OPEN I-O arq-solicitacoes
           END-IF.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           MOVE SPACES                     TO whs-mensagem.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           EVALUATE ws-id-opcao
               WHEN "1"
                   PERFORM EXPORTAR
               WHEN "2"
                   PERFORM SOLICITAR-ANONIMIZACAO
               WHEN "3"
                   PERFORM APROVAR-ANONIMIZACOES
               WHEN "4"
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

      ******************************************************************
      * Exportacao: executa na hora e fica registrada como concluida
      ******************************************************************
       EXPORTAR SECTION.
           PERFORM ACEITAR-TITULAR.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.
           MOVE "E"                        TO rw-lgp-tp-solicitacao.
           PERFORM REGISTRAR-SOLICITACAO.
           MOVE SPACES                     TO ws-nm-exportacao.
           STRING "lgpdTitular" ws-nr-solicitacao ".txt"
                  DELIMITED BY SIZE INTO ws-nm-exportacao.
           OPEN OUTPUT arq-exportacao.
           MOVE SPACES                     TO rw-exportacao.
           STRING "SOLICITACAO " ws-nr-solicitacao
                  " DE " ws-dt-hoje " POR " PARM-OPERADOR-ID
                  " TITULAR CPF " ws-nr-cpf-titular
                  " E-MAIL " ws-ds-email-titular
                  DELIMITED BY SIZE INTO rw-exportacao.
           WRITE rw-exportacao.
           MOVE "E"                        TO ws-modo-tratamento.
           PERFORM LOCALIZAR-TITULAR.
           MOVE SPACES                     TO rw-exportacao.
           STRING "TOTAL DE OCORRENCIAS: " ws-qt-ocorrencias
                  DELIMITED BY SIZE INTO rw-exportacao.
           WRITE rw-exportacao.
           CLOSE arq-exportacao.
           MOVE ws-nr-solicitacao          TO rw-lgp-nr-solicitacao.
           READ arq-solicitacoes KEY IS rw-lgp-nr-solicitacao.
           MOVE "C"                        TO rw-lgp-st-solicitacao.
           MOVE ws-dt-hoje                 TO rw-lgp-dt-decisao.
           MOVE ws-qt-ocorrencias          TO rw-lgp-qt-ocorrencias.
           REWRITE rw-lgp-registro.
           STRING ws-qt-ocorrencias " ocorrencias em "
                  ws-nm-exportacao
                  DELIMITED BY SIZE INTO whs-mensagem.

      ******************************************************************
      * Anonimizacao: so registra; a execucao depende da aprovacao
      ******************************************************************
       SOLICITAR-ANONIMIZACAO SECTION.
           PERFORM ACEITAR-TITULAR.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.
           MOVE "A"                        TO rw-lgp-tp-solicitacao.
           PERFORM REGISTRAR-SOLICITACAO.
           STRING "Solicitacao " ws-nr-solicitacao
                  " registrada - aguardando aprovacao"
                  DELIMITED BY SIZE INTO whs-mensagem.

       ACEITAR-TITULAR SECTION.
           MOVE SPACES                     TO whs-mensagem.
           MOVE ZEROS                      TO ws-nr-cpf-titular.
           MOVE SPACES                     TO ws-ds-email-titular.
           DISPLAY DADOS-SECTION.
           DISPLAY TITULAR-SECTION.
           ACCEPT CPF-ON-SCR-IN.
           ACCEPT EMAIL-ON-SCR-IN.
           IF  ws-nr-cpf-titular EQUAL ZEROS
           AND ws-ds-email-titular EQUAL SPACES
               MOVE "Informe o CPF ou o e-mail do titular"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  ws-nr-cpf-titular NOT EQUAL ZEROS
               MOVE SPACES                 TO CPF-RETORNO
               MOVE ws-nr-cpf-titular      TO CODIGO-CPF
               CALL "VALIDAR-CPF" USING PARAMETROS-CPF
               CANCEL "VALIDAR-CPF"
               IF  CPF-RETORNO NOT EQUAL "00"
                   MOVE "CPF invalido!"    TO whs-mensagem
               END-IF
           END-IF.

       REGISTRAR-SOLICITACAO SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
           PERFORM OBTER-PROXIMA-SOLICITACAO.
           MOVE ws-nr-solicitacao          TO rw-lgp-nr-solicitacao.
           MOVE ws-nr-cpf-titular          TO rw-lgp-nr-cpf.
           MOVE ws-ds-email-titular        TO rw-lgp-ds-email.
           MOVE ws-dt-hoje                 TO rw-lgp-dt-solicitacao.
           MOVE ws-hr-agora(1:6)           TO rw-lgp-hr-solicitacao.
           MOVE PARM-OPERADOR-ID           TO rw-lgp-id-solicitante.
           MOVE "P"                        TO rw-lgp-st-solicitacao.
           MOVE ZEROS                      TO rw-lgp-dt-decisao.
           MOVE SPACES                     TO rw-lgp-id-aprovador.
           MOVE ZEROS                      TO rw-lgp-qt-ocorrencias.
           WRITE rw-lgp-registro.

       OBTER-PROXIMA-SOLICITACAO SECTION.
           MOVE ZEROS                      TO ws-nr-solicitacao.
           OPEN INPUT arq-controle-solicitacao.
           IF  ws-controle-ok
               READ arq-controle-solicitacao
               IF  ws-controle-ok
                   MOVE rw-controle-solicitacao TO ws-nr-solicitacao
               END-IF
               CLOSE arq-controle-solicitacao
           END-IF.
           ADD 1                           TO ws-nr-solicitacao.
           OPEN OUTPUT arq-controle-solicitacao.
           MOVE ws-nr-solicitacao          TO rw-controle-solicitacao.
           WRITE rw-controle-solicitacao.
           CLOSE arq-controle-solicitacao.

      ******************************************************************
      * Revisao das anonimizacoes pendentes. Quatro olhos: quem
      * solicitou nao pode aprovar.
      ******************************************************************
       APROVAR-ANONIMIZACOES SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           MOVE ZEROS                      TO rw-lgp-nr-solicitacao.
           START arq-solicitacoes KEY IS NOT LESS rw-lgp-nr-solicitacao
               INVALID KEY
                   MOVE "Nenhuma solicitacao pendente" TO whs-mensagem
                   EXIT SECTION
           END-START.
           READ arq-solicitacoes NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               IF  rw-lgp-anonimizacao AND rw-lgp-pendente
                   PERFORM REVISAR-SOLICITACAO
               END-IF
               IF  NOT cob-scr-esc
                   READ arq-solicitacoes NEXT RECORD
               END-IF
           END-PERFORM.

       REVISAR-SOLICITACAO SECTION.
           MOVE SPACES                     TO ws-decisao-in.
           DISPLAY DADOS-SECTION.
           DISPLAY SOLICITACAO-SECTION.
           DISPLAY DECISAO-SECTION.
           DISPLAY ESCAPE-SECTION.
           ACCEPT DECISAO-ON-SCR-IN.
           ACCEPT COB-CRT-STATUS FROM ESCAPE KEY.
           IF  cob-scr-esc
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(ws-decisao-in) TO ws-decisao.
           EVALUATE ws-decisao
               WHEN "A"
                   PERFORM APROVAR-SOLICITACAO
               WHEN "R"
                   PERFORM REJEITAR-SOLICITACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  whs-mensagem NOT EQUAL SPACES
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
               MOVE SPACES                 TO whs-mensagem
           END-IF.

       APROVAR-SOLICITACAO SECTION.
           IF  rw-lgp-id-solicitante EQUAL PARM-OPERADOR-ID
               STRING "Solicitante nao pode aprovar a propria "
                      "solicitacao"
                      DELIMITED BY SIZE INTO whs-mensagem
               EXIT SECTION
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE rw-lgp-nr-solicitacao      TO ws-nr-solicitacao.
           MOVE rw-lgp-nr-cpf              TO ws-nr-cpf-titular.
           MOVE rw-lgp-ds-email            TO ws-ds-email-titular.
           MOVE "A"                        TO ws-modo-tratamento.
           PERFORM LOCALIZAR-TITULAR.
           PERFORM GRAVAR-AUDITORIA-CLIENTES.
           MOVE ws-nr-solicitacao          TO rw-lgp-nr-solicitacao.
           READ arq-solicitacoes KEY IS rw-lgp-nr-solicitacao.
           MOVE "X"                        TO rw-lgp-st-solicitacao.
           MOVE ws-dt-hoje                 TO rw-lgp-dt-decisao.
           MOVE PARM-OPERADOR-ID           TO rw-lgp-id-aprovador.
           MOVE ws-qt-ocorrencias          TO rw-lgp-qt-ocorrencias.
           REWRITE rw-lgp-registro.
           STRING "Anonimizacao executada: " ws-qt-ocorrencias
                  " ocorrencias"
                  DELIMITED BY SIZE INTO whs-mensagem.

       REJEITAR-SOLICITACAO SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE "R"                        TO rw-lgp-st-solicitacao.
           MOVE ws-dt-hoje                 TO rw-lgp-dt-decisao.
           MOVE PARM-OPERADOR-ID           TO rw-lgp-id-aprovador.
           REWRITE rw-lgp-registro.
           MOVE "Solicitacao rejeitada"    TO whs-mensagem.

      ******************************************************************
      * Varre os cadastros atras do titular e depois as trilhas texto
      * (anos arquivados e trilha viva) com os valores achados;
      * exporta ou anonimiza conforme o modo.
      ******************************************************************
       LOCALIZAR-TITULAR SECTION.
           MOVE ZEROS                      TO ws-qt-ocorrencias.
           MOVE ZEROS                      TO ws-qt-valores.
           MOVE ZEROS                      TO ws-qt-clientes-alt.
           MOVE ws-nr-cpf-titular          TO ws-cnpj-titular.
           MOVE FUNCTION UPPER-CASE(ws-ds-email-titular)
                                           TO ws-ds-email-pesquisa.
           IF  ws-modo-anonimizar
               OPEN I-O arq-clientes
               OPEN I-O arq-arquivo-morto
               OPEN I-O arq-vendedores
               OPEN I-O arq-operadores
           ELSE
               OPEN INPUT arq-clientes
               OPEN INPUT arq-arquivo-morto
               OPEN INPUT arq-vendedores
               OPEN INPUT arq-operadores
           END-IF.
           IF  ws-clientes-ok
               PERFORM PROCESSAR-CLIENTES
               CLOSE arq-clientes
           END-IF.
           IF  ws-morto-ok
               PERFORM PROCESSAR-ARQUIVO-MORTO
               CLOSE arq-arquivo-morto
           END-IF.
           IF  ws-vendedores-ok
               IF  ws-nr-cpf-titular NOT EQUAL ZEROS
                   PERFORM PROCESSAR-VENDEDOR
               END-IF
               CLOSE arq-vendedores
           END-IF.
           IF  ws-operadores-ok
               PERFORM PROCESSAR-OPERADORES
               CLOSE arq-operadores
           END-IF.
           IF  ws-qt-valores EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE "N"                        TO ws-arquivamento-aberto-sw.
           OPEN INPUT arq-arquivamento.
           IF  ws-arquivamento-ok
               MOVE "S"                    TO ws-arquivamento-aberto-sw
           END-IF.
           MOVE "histclientes.txt"         TO ws-nm-trilha-viva.
           PERFORM PROCESSAR-TRILHA-COMPLETA.
           MOVE "auditclientes.txt"        TO ws-nm-trilha-viva.
           PERFORM PROCESSAR-TRILHA-COMPLETA.
           MOVE "auditvendedores.txt"      TO ws-nm-trilha-viva.
           PERFORM PROCESSAR-TRILHA-COMPLETA.
           IF  ws-arquivamento-aberto
               CLOSE arq-arquivamento
           END-IF.

      ******************************************************************
      * Anos ja arquivados da trilha, em ordem, e depois a trilha viva,
      * como na VERIFICACAO-AUDITORIA.
      ******************************************************************
       PROCESSAR-TRILHA-COMPLETA SECTION.
           IF  ws-arquivamento-aberto
               PERFORM PROCESSAR-ARQUIVOS-ANUAIS
           END-IF.
           MOVE ws-nm-trilha-viva          TO ws-nm-trilha.
           PERFORM PROCESSAR-TRILHA.

       PROCESSAR-ARQUIVOS-ANUAIS SECTION.
           MOVE ws-nm-trilha-viva          TO rw-atr-nm-trilha.
           MOVE ZEROS                      TO rw-atr-nr-ano.
           START arq-arquivamento KEY IS NOT LESS rw-atr-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-arquivamento NEXT RECORD.
           PERFORM UNTIL NOT ws-arquivamento-ok
                      OR rw-atr-nm-trilha NOT EQUAL ws-nm-trilha-viva
               MOVE rw-atr-nm-arquivo-anual TO ws-nm-trilha
               PERFORM PROCESSAR-TRILHA
               READ arq-arquivamento NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Cliente do titular: pelo CPF na chave (pessoa fisica) ou pelo
      * e-mail de contato em qualquer cliente.
      ******************************************************************
       PROCESSAR-CLIENTES SECTION.
           MOVE ZEROS                      TO rw-cli-cnpj.
           START arq-clientes KEY IS NOT LESS rw-cli-cnpj
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-clientes NEXT RECORD.
           PERFORM UNTIL NOT ws-clientes-ok
               MOVE FUNCTION UPPER-CASE(rw-cli-ds-email)
                                           TO ws-ds-email-registro
               MOVE "N"                    TO ws-pessoa-fisica-sw
               IF  ws-nr-cpf-titular NOT EQUAL ZEROS
               AND rw-cli-cnpj EQUAL ws-cnpj-titular
                   MOVE "S"                TO ws-pessoa-fisica-sw
               END-IF
               IF  ws-pessoa-fisica
               OR  (ws-ds-email-pesquisa NOT EQUAL SPACES
               AND  ws-ds-email-registro EQUAL ws-ds-email-pesquisa)
                   PERFORM TRATAR-CLIENTE
               END-IF
               READ arq-clientes NEXT RECORD
           END-PERFORM.

       TRATAR-CLIENTE SECTION.
           ADD 1                           TO ws-qt-ocorrencias.
           MOVE rw-cli-cnpj                TO ws-cnpj-texto.
           MOVE ws-cnpj-texto              TO ws-valor-novo.
           MOVE "K"                        TO ws-tp-valor-novo.
           PERFORM INCLUIR-VALOR.
           MOVE rw-cli-nm-contato          TO ws-valor-novo.
           MOVE "M"                        TO ws-tp-valor-novo.
           PERFORM INCLUIR-VALOR.
           MOVE rw-cli-nr-telefone         TO ws-valor-novo.
           PERFORM INCLUIR-VALOR.
           MOVE rw-cli-ds-email            TO ws-valor-novo.
           PERFORM INCLUIR-VALOR.
           IF  ws-pessoa-fisica
               MOVE rw-cli-razao-social    TO ws-valor-novo
               PERFORM INCLUIR-VALOR
               MOVE rw-cli-ds-logradouro   TO ws-valor-novo
               PERFORM INCLUIR-VALOR
           END-IF.
           IF  ws-modo-exportar
               MOVE SPACES                 TO rw-exportacao
               STRING "CLIENTES.DAT CNPJ/CPF " rw-cli-cnpj
                      " CODIGO " rw-cli-cd-cliente
                      " RAZAO " rw-cli-razao-social
                      " CONTATO " rw-cli-nm-contato
                      " TELEFONE " rw-cli-nr-telefone
                      " E-MAIL " rw-cli-ds-email
                      " ENDERECO " rw-cli-ds-logradouro
                      " " rw-cli-nr-numero
                      " " rw-cli-ds-bairro
                      " " rw-cli-ds-cidade
                      " " rw-cli-sg-uf
                      " CEP " rw-cli-nr-cep
                      DELIMITED BY SIZE INTO rw-exportacao
               WRITE rw-exportacao
               EXIT SECTION
           END-IF.
           MOVE "CONTATO ANONIMIZADO (LGPD)" TO rw-cli-nm-contato.
           MOVE SPACES                     TO rw-cli-nr-telefone.
           MOVE SPACES                     TO rw-cli-ds-email.
           IF  ws-pessoa-fisica
               MOVE "TITULAR ANONIMIZADO (LGPD)"
                                           TO rw-cli-razao-social
               MOVE SPACES                 TO rw-cli-ds-logradouro
               MOVE SPACES                 TO rw-cli-nr-numero
           END-IF.
           REWRITE rw-cli-registro.
           IF  ws-qt-clientes-alt LESS 200
               ADD 1                       TO ws-qt-clientes-alt
               MOVE rw-cli-cnpj
                    TO ws-tc-cnpj(ws-qt-clientes-alt)
           END-IF.

       PROCESSAR-ARQUIVO-MORTO SECTION.
           MOVE ZEROS                      TO rw-arq-cnpj.
           START arq-arquivo-morto KEY IS NOT LESS rw-arq-cnpj
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-arquivo-morto NEXT RECORD.
           PERFORM UNTIL NOT ws-morto-ok
               MOVE rw-arq-registro        TO ws-imagem-cliente
               MOVE FUNCTION UPPER-CASE(ws-im-ds-email)
                                           TO ws-ds-email-registro
               MOVE "N"                    TO ws-pessoa-fisica-sw
               IF  ws-nr-cpf-titular NOT EQUAL ZEROS
               AND ws-im-cnpj EQUAL ws-cnpj-titular
                   MOVE "S"                TO ws-pessoa-fisica-sw
               END-IF
               IF  ws-pessoa-fisica
               OR  (ws-ds-email-pesquisa NOT EQUAL SPACES
               AND  ws-ds-email-registro EQUAL ws-ds-email-pesquisa)
                   PERFORM TRATAR-ARQUIVO-MORTO
               END-IF
               READ arq-arquivo-morto NEXT RECORD
           END-PERFORM.

       TRATAR-ARQUIVO-MORTO SECTION.
           ADD 1                           TO ws-qt-ocorrencias.
           MOVE ws-im-cnpj                 TO ws-cnpj-texto.
           MOVE ws-cnpj-texto              TO ws-valor-novo.
           MOVE "K"                        TO ws-tp-valor-novo.
           PERFORM INCLUIR-VALOR.
           MOVE ws-im-nm-contato           TO ws-valor-novo.
           MOVE "M"                        TO ws-tp-valor-novo.
           PERFORM INCLUIR-VALOR.
           MOVE ws-im-nr-telefone          TO ws-valor-novo.
           PERFORM INCLUIR-VALOR.
           MOVE ws-im-ds-email             TO ws-valor-novo.
           PERFORM INCLUIR-VALOR.
           IF  ws-pessoa-fisica
               MOVE ws-im-razao-social     TO ws-valor-novo
               PERFORM INCLUIR-VALOR
               MOVE ws-im-ds-logradouro    TO ws-valor-novo
               PERFORM INCLUIR-VALOR
           END-IF.
           IF  ws-modo-exportar
               MOVE SPACES                 TO rw-exportacao
               STRING "CLIENTESARQUIVO.DAT CNPJ/CPF " ws-im-cnpj
                      " CODIGO " ws-im-cd-cliente
                      " RAZAO " ws-im-razao-social
                      " CONTATO " ws-im-nm-contato
                      " TELEFONE " ws-im-nr-telefone
                      " E-MAIL " ws-im-ds-email
                      " ENDERECO " ws-im-ds-logradouro
                      " " ws-im-nr-numero
                      " " ws-im-ds-bairro
                      " " ws-im-ds-cidade
                      " " ws-im-sg-uf
                      " CEP " ws-im-nr-cep
                      DELIMITED BY SIZE INTO rw-exportacao
               WRITE rw-exportacao
               EXIT SECTION
           END-IF.
           MOVE "CONTATO ANONIMIZADO (LGPD)" TO ws-im-nm-contato.
           MOVE SPACES                     TO ws-im-nr-telefone.
           MOVE SPACES                     TO ws-im-ds-email.
           IF  ws-pessoa-fisica
               MOVE "TITULAR ANONIMIZADO (LGPD)"
                                           TO ws-im-razao-social
               MOVE SPACES                 TO ws-im-ds-logradouro
               MOVE SPACES                 TO ws-im-nr-numero
           END-IF.
           MOVE ws-imagem-cliente          TO rw-arq-registro.
           REWRITE rw-arq-registro.

      ******************************************************************
      * Vendedor do titular pelo CPF; o CPF continua como chave do
      * cadastro e das comissoes, so o nome e anonimizado.
      ******************************************************************
       PROCESSAR-VENDEDOR SECTION.
           MOVE ws-nr-cpf-titular          TO rw-vnd-cpf.
           READ arq-vendedores KEY IS rw-vnd-cpf
               INVALID KEY
                   EXIT SECTION
           END-READ.
           ADD 1                           TO ws-qt-ocorrencias.
           MOVE ws-nr-cpf-titular          TO ws-cpf-texto.
           MOVE ws-cpf-texto               TO ws-valor-novo.
           MOVE "K"                        TO ws-tp-valor-novo.
           PERFORM INCLUIR-VALOR.
           MOVE rw-vnd-nome                TO ws-valor-novo.
           MOVE "M"                        TO ws-tp-valor-novo.
           PERFORM INCLUIR-VALOR.
           IF  ws-modo-exportar
               MOVE SPACES                 TO rw-exportacao
               STRING "VENDEDORES.DAT CPF " rw-vnd-cpf
                      " CODIGO " rw-vnd-cd-vendedor
                      " NOME " rw-vnd-nome
                      " TERRITORIO " rw-vnd-cd-territorio
                      " SITUACAO " rw-vnd-st-ativo
                      DELIMITED BY SIZE INTO rw-exportacao
               WRITE rw-exportacao
               EXIT SECTION
           END-IF.
           MOVE "VENDEDOR ANONIMIZADO (LGPD)" TO rw-vnd-nome.
           REWRITE rw-vnd-registro.

      ******************************************************************
      * O operador nao tem CPF nem e-mail no cadastro; o titular e
      * achado pelo nome ja localizado como vendedor ou contato. O
      * identificador do operador fica, pois assina as trilhas.
      ******************************************************************
       PROCESSAR-OPERADORES SECTION.
           IF  ws-qt-valores EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES                 TO rw-opr-id-operador.
           START arq-operadores KEY IS NOT LESS rw-opr-id-operador
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-operadores NEXT RECORD.
           PERFORM UNTIL NOT ws-operadores-ok
               PERFORM VERIFICAR-OPERADOR
               READ arq-operadores NEXT RECORD
           END-PERFORM.

       VERIFICAR-OPERADOR SECTION.
           IF  rw-opr-nm-operador EQUAL SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-ix-valor FROM 1 BY 1
                     UNTIL ws-ix-valor GREATER ws-qt-valores
                        OR (ws-tv-tipo(ws-ix-valor) EQUAL "M"
                       AND FUNCTION UPPER-CASE(rw-opr-nm-operador)
                           EQUAL FUNCTION UPPER-CASE(
                                 ws-tv-valor(ws-ix-valor)))
               CONTINUE
           END-PERFORM.
           IF  ws-ix-valor GREATER ws-qt-valores
               EXIT SECTION
           END-IF.
           ADD 1                           TO ws-qt-ocorrencias.
           IF  ws-modo-exportar
               MOVE SPACES                 TO rw-exportacao
               STRING "OPERADORES.DAT OPERADOR " rw-opr-id-operador
                      " NOME " rw-opr-nm-operador
                      DELIMITED BY SIZE INTO rw-exportacao
               WRITE rw-exportacao
               EXIT SECTION
           END-IF.
           MOVE "OPERADOR ANONIMIZADO (LGPD)" TO rw-opr-nm-operador.
           REWRITE rw-opr-registro.

      ******************************************************************
      * Guarda um valor do titular na tabela (sem repetir e ignorando
      * valores curtos demais para identificar alguem).
      ******************************************************************
       INCLUIR-VALOR SECTION.
           IF  ws-valor-novo EQUAL SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-valor-novo TRAILING))
                                           TO ws-tam-valor-novo.
           IF  ws-tam-valor-novo LESS 4
               EXIT SECTION
           END-IF.
           PERFORM VARYING ws-ix-valor FROM 1 BY 1
                     UNTIL ws-ix-valor GREATER ws-qt-valores
                        OR ws-tv-valor(ws-ix-valor) EQUAL ws-valor-novo
               CONTINUE
           END-PERFORM.
           IF  ws-ix-valor NOT GREATER ws-qt-valores
           OR  ws-qt-valores NOT LESS 30
               EXIT SECTION
           END-IF.
           ADD 1                           TO ws-qt-valores.
           MOVE ws-valor-novo      TO ws-tv-valor(ws-qt-valores).
           MOVE ws-tam-valor-novo  TO ws-tv-tamanho(ws-qt-valores).
           MOVE ws-tp-valor-novo   TO ws-tv-tipo(ws-qt-valores).

      ******************************************************************
      * Trilha texto: exporta as linhas com algum valor do titular; na
      * anonimizacao copia a trilha com os valores pessoais trocados
      * por asteriscos do mesmo tamanho (as linhas continuam com o
      * mesmo leiaute) e devolve a copia no lugar do original.
      ******************************************************************
       PROCESSAR-TRILHA SECTION.
           OPEN INPUT arq-trilha.
           IF  NOT ws-trilha-ok
               EXIT SECTION
           END-IF.
           IF  ws-modo-anonimizar
               OPEN OUTPUT arq-trilha-trabalho
           END-IF.
           MOVE ZEROS                      TO ws-qt-achados.
           READ arq-trilha.
           PERFORM UNTIL NOT ws-trilha-ok
               PERFORM TRATAR-LINHA-TRILHA
               IF  ws-modo-anonimizar
                   MOVE rw-trilha          TO rw-trilha-trabalho
                   WRITE rw-trilha-trabalho
               END-IF
               READ arq-trilha
           END-PERFORM.
           CLOSE arq-trilha.
           ADD ws-qt-achados               TO ws-qt-ocorrencias.
           IF  NOT ws-modo-anonimizar
               EXIT SECTION
           END-IF.
           CLOSE arq-trilha-trabalho.
           IF  ws-qt-achados EQUAL ZEROS
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-trilha-trabalho.
           OPEN OUTPUT arq-trilha.
           READ arq-trilha-trabalho.
           PERFORM UNTIL NOT ws-trabalho-ok
               MOVE rw-trilha-trabalho     TO rw-trilha
               WRITE rw-trilha
               READ arq-trilha-trabalho
           END-PERFORM.
           CLOSE arq-trilha-trabalho.
           CLOSE arq-trilha.

       TRATAR-LINHA-TRILHA SECTION.
           MOVE "N"                        TO ws-linha-titular-sw.
           PERFORM VARYING ws-ix-valor FROM 1 BY 1
                     UNTIL ws-ix-valor GREATER ws-qt-valores
               MOVE ZEROS                  TO ws-tam-valor-novo
               INSPECT rw-trilha TALLYING ws-tam-valor-novo
                       FOR ALL ws-tv-valor(ws-ix-valor)
                               (1:ws-tv-tamanho(ws-ix-valor))
               IF  ws-tam-valor-novo GREATER ZEROS
                   MOVE "S"                TO ws-linha-titular-sw
                   IF  ws-modo-anonimizar
                   AND ws-tv-tipo(ws-ix-valor) EQUAL "M"
                       INSPECT rw-trilha REPLACING
                           ALL ws-tv-valor(ws-ix-valor)
                               (1:ws-tv-tamanho(ws-ix-valor))
                           BY ws-mascara(1:ws-tv-tamanho(ws-ix-valor))
                   END-IF
               END-IF
           END-PERFORM.
           IF  NOT ws-linha-titular
               EXIT SECTION
           END-IF.
           ADD 1                           TO ws-qt-achados.
           IF  ws-modo-exportar
               MOVE SPACES                 TO rw-exportacao
               STRING ws-nm-trilha DELIMITED BY SPACE
                      " " rw-trilha DELIMITED BY SIZE
                      INTO rw-exportacao
               WRITE rw-exportacao
           END-IF.

      ******************************************************************
      * Cada cliente anonimizado deixa a marca na auditoria do
      * cadastro, como as demais alteracoes.
      ******************************************************************
       GRAVAR-AUDITORIA-CLIENTES SECTION.
           IF  ws-qt-clientes-alt EQUAL ZEROS
               EXIT SECTION
           END-IF.
           ACCEPT ws-hr-agora FROM TIME.
           PERFORM VARYING ws-ix-cliente-alt FROM 1 BY 1
                     UNTIL ws-ix-cliente-alt GREATER ws-qt-clientes-alt
               MOVE ws-dt-hoje             TO WR-AU-DATA
               MOVE ws-hr-agora(1:6)       TO WR-AU-HORA
               MOVE PARM-OPERADOR-ID       TO WR-AU-OPERADOR
               MOVE "LGPD"                 TO WR-AU-ACAO
               MOVE ws-tc-cnpj(ws-ix-cliente-alt) TO ws-cnpj-texto
               MOVE ws-cnpj-texto          TO WR-AU-CHAVE
               MOVE "auditclientes.txt"    TO AUD-NM-ARQUIVO
               MOVE WR-AUDITORIA           TO AUD-LINHA
               CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA
           END-PERFORM.
           CANCEL "REGISTRAR-AUDITORIA".

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-lgp-nr-solicitacao.
           START arq-solicitacoes KEY IS NOT LESS rw-lgp-nr-solicitacao
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-solicitacoes NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY SOLICITACAO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-solicitacoes NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE SPACES TO DECISAO-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-solicitacoes.
           EXIT PROGRAM.
       END PROGRAM TRATAMENTO-LGPD.
