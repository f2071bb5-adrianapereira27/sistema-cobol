      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Cadastro dos grupos de clientes (redes): as filiais
      *          de uma rede entram como clientes separados, um por
      *          CNPJ, com a mesma raiz de 8 digitos. O grupo
      *          (gruposClientes.dat) guarda a raiz, o limite de
      *          credito do grupo (0 = sem limite de grupo), a tabela
      *          de precos do grupo (canal/classe cadastrados em
      *          precos.dat) e a condicao de pagamento do grupo, as
      *          duas opcionais. Os membros (membrosGrupo.dat) saem da
      *          raiz do CNPJ e podem ser ajustados a mao; o membro
      *          retirado a mao fica marcado para a regeracao pela
      *          raiz nao inclui-lo de novo. O CADASTRO-PEDIDOS
      *          confere o limite do grupo alem do limite da filial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-GRUPOS-CLIENTES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-grupos ASSIGN TO DISK "gruposClientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-grp-cd-grupo
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

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

           SELECT arq-condicoes ASSIGN TO DISK "condPagamento.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cpg-cd-condicao
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-condicao.

       DATA DIVISION.
       FILE SECTION.
           FD arq-grupos.
           01  rw-registro.
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

      ******************************************************************
      * Um registro por cliente: o cliente pertence a no maximo um
      * grupo. Origem R = pela raiz do CNPJ, M = incluido a mao,
      * X = retirado a mao (fora do grupo).
      ******************************************************************
           FD arq-membros.
           01  rw-mbg-registro.
               03 rw-mbg-cd-cliente        PIC 9(007).
               03 rw-mbg-cd-grupo          PIC 9(005).
               03 rw-mbg-tp-origem         PIC x(001).
                  88 rw-mbg-pela-raiz          VALUE "R".
                  88 rw-mbg-manual             VALUE "M".
                  88 rw-mbg-retirado           VALUE "X".
               03 rw-mbg-dt-inclusao       PIC 9(008).
               03 rw-mbg-id-operador       PIC x(010).

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

           FD arq-condicoes.
           01  rw-cpg-registro.
               03 rw-cpg-cd-condicao       PIC x(003).
               03 rw-cpg-ds-descricao      PIC x(030).
               03 rw-cpg-qt-dias-prazo     PIC 9(003).
               03 rw-cpg-pc-desconto       PIC 9(002)v9(002).
               03 rw-cpg-st-ativo          PIC x(001).
                  88 rw-cpg-ativa              VALUE "A".
                  88 rw-cpg-inativa            VALUE "I".
               03 rw-cpg-qt-parcelas       PIC 9(002).

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
               03 ws-resultado-membros     PIC x(02).
                  88 ws-membros-ok             VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-condicao    PIC x(02).
                  88 ws-condicao-ok            VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-condicoes-abertas-sw     PIC x(001) VALUE "N".
               88 ws-condicoes-abertas         VALUE "S".

           01  ws-campos-membros.
               03 ws-cd-cliente-membro     PIC 9(007) VALUE ZEROS.
               03 ws-acao-membro           PIC x(001) VALUE SPACES.
               03 ws-cnpj-inicial          PIC 9(014) VALUE ZEROS.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-ds-origem             PIC x(012) VALUE SPACES.
               03 ws-qt-incluidos          PIC 9(005) VALUE ZEROS.
               03 ws-qt-outro-grupo        PIC 9(005) VALUE ZEROS.

           01  ws-acao-auditoria           PIC x(010) VALUE SPACES.
           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-chave-auditoria.
               03 ws-au-cd-grupo           PIC 9(005) VALUE ZEROS.
               03 FILLER                   PIC x(001) VALUE "/".
               03 ws-au-cd-cliente         PIC 9(007) VALUE ZEROS.

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
               07  VALUE "1 - INCLUIR"         LINE 07 COL 10.
               07  VALUE "2 - ALTERAR"         LINE 08 COL 10.
               07  VALUE "3 - EXCLUIR"         LINE 09 COL 10.
               07  VALUE "4 - LISTAR"          LINE 10 COL 10.
               07  VALUE "5 - INCLUIR/RETIRAR MEMBRO"
                                               LINE 11 COL 10.
               07  VALUE "6 - REGERAR MEMBROS PELA RAIZ"
                                               LINE 12 COL 10.
               07  VALUE "7 - LISTAR MEMBROS"  LINE 13 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 14 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 16 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 16 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "CADASTRO DE GRUPOS DE CLIENTES (REDES)"
                                               LINE 03 COL 20.
           05  GRUPO-SECTION.
               07  VALUE "Informe os dados do grupo: "
                                               LINE 05 COL 05.
               07  VALUE "Codigo:"             LINE 06 COL 05.
               07  GRUPO-ON-SCR-IN             LINE 06 COL 32
                            PIC 9(05)        USING rw-grp-cd-grupo.
           05  DETALHE-SECTION.
               07  VALUE "Descricao:"          LINE 07 COL 05.
               07  DESCRICAO-ON-SCR-IN         LINE 07 COL 32
                            PIC x(40)        USING rw-grp-ds-grupo.
               07  VALUE "Raiz do CNPJ (8 dig):" LINE 08 COL 05.
               07  RAIZ-ON-SCR-IN              LINE 08 COL 32
                            PIC 9(08)      USING rw-grp-nr-raiz-cnpj.
               07  VALUE "Limite do grupo (0=sem):"
                                               LINE 09 COL 05.
               07  LIMITE-ON-SCR-IN            LINE 09 COL 32
                            PIC 9(09),9(02)   USING rw-grp-vl-limite.
               07  VALUE "Tabela preco canal/cl.:"
                                               LINE 10 COL 05.
               07  CANAL-ON-SCR-IN             LINE 10 COL 32
                            PIC x(03)    USING rw-grp-cd-canal-preco.
               07  CLASSE-ON-SCR-IN            LINE 10 COL 37
                            PIC x(01)    USING rw-grp-cd-classe-preco.
               07  VALUE "Cond. pagamento:"    LINE 11 COL 05.
               07  CONDICAO-ON-SCR-IN          LINE 11 COL 32
                            PIC x(03)     USING rw-grp-cd-cond-pagto.
               07  VALUE "Situacao (A/I):"     LINE 12 COL 05.
               07  SITUACAO-ON-SCR-OUT         LINE 12 COL 32
                            PIC x(01)        USING rw-grp-st-ativo.
           05  MEMBRO-SECTION.
               07  VALUE "Cliente:"            LINE 14 COL 05.
               07  MEMBRO-ON-SCR-IN            LINE 14 COL 32
                            PIC 9(07)     USING ws-cd-cliente-membro.
               07  VALUE "Acao (I-Inclui/R-Retira):"
                                               LINE 15 COL 05.
               07  ACAO-ON-SCR-IN              LINE 15 COL 32
                            PIC x(01)        USING ws-acao-membro.
           05  LISTA-MEMBRO-SECTION.
               07  VALUE "Cliente:"            LINE 14 COL 05.
               07  LISTA-CLIENTE-OUT           LINE 14 COL 32
                            PIC 9(07)        USING rw-mbg-cd-cliente.
               07  LISTA-RAZAO-OUT             LINE 15 COL 32
                            PIC x(40)      USING rw-cli-razao-social.
               07  VALUE "Origem:"             LINE 16 COL 05.
               07  LISTA-ORIGEM-OUT            LINE 16 COL 32
                            PIC x(12)        USING ws-ds-origem.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 18 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 20 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-grupos.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-grupos
               CLOSE arq-grupos
               OPEN I-O arq-grupos
           END-IF.
           OPEN I-O arq-membros.
           IF  NOT ws-membros-ok
               OPEN OUTPUT arq-membros
               CLOSE arq-membros
               OPEN I-O arq-membros
           END-IF.
           OPEN INPUT arq-clientes.
           OPEN INPUT arq-condicoes.
           IF  ws-condicao-ok
               MOVE "S"                    TO ws-condicoes-abertas-sw
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
                   PERFORM EXCLUIR
               WHEN "4"
                   PERFORM LISTAR
               WHEN "5"
                   PERFORM MANTER-MEMBRO
               WHEN "6"
                   PERFORM REGERAR-MEMBROS
               WHEN "7"
                   PERFORM LISTAR-MEMBROS
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
           INITIALIZE rw-registro.
           DISPLAY DADOS-SECTION.
           DISPLAY GRUPO-SECTION.
           ACCEPT GRUPO-ON-SCR-IN.
           IF  rw-grp-cd-grupo EQUAL ZEROS
               MOVE "Codigo de grupo invalido!" TO whs-mensagem
               EXIT SECTION
           END-IF.

           MOVE "A"                        TO rw-grp-st-ativo.
           DISPLAY DETALHE-SECTION.
           PERFORM ACEITAR-DETALHE.
           PERFORM VALIDAR-GRUPO.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.

           WRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "GRUPO-INCL"           TO ws-acao-auditoria
               MOVE ZEROS                  TO ws-au-cd-cliente
               PERFORM GRAVAR-LOG-AUDITORIA
               PERFORM GERAR-MEMBROS-RAIZ
               MOVE SPACES                 TO whs-mensagem
               STRING "Gravado com sucesso - membros pela raiz: "
                      ws-qt-incluidos
                      " (em outro grupo: " ws-qt-outro-grupo ")"
                      DELIMITED BY SIZE INTO whs-mensagem
           ELSE
               IF  ws-registro-existente
                   MOVE "Grupo ja cadastrado" TO whs-mensagem
               ELSE
                   MOVE "Erro ao gravar dados" TO whs-mensagem
               END-IF
           END-IF.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY GRUPO-SECTION.
           ACCEPT GRUPO-ON-SCR-IN.

           READ arq-grupos WITH LOCK KEY IS rw-grp-cd-grupo
               INVALID KEY
                   MOVE "Grupo nao encontrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           DISPLAY DETALHE-SECTION.
           PERFORM ACEITAR-DETALHE.
           PERFORM VALIDAR-GRUPO.
           IF  NOT processamento-sem-erro
               UNLOCK arq-grupos
               EXIT SECTION
           END-IF.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Regravado com sucesso" TO whs-mensagem
               MOVE "GRUPO-ALT"            TO ws-acao-auditoria
               MOVE ZEROS                  TO ws-au-cd-cliente
               PERFORM GRAVAR-LOG-AUDITORIA
           ELSE
               MOVE "Erro ao regravar dados" TO whs-mensagem
           END-IF.
           UNLOCK arq-grupos.

       ACEITAR-DETALHE SECTION.
           ACCEPT DESCRICAO-ON-SCR-IN.
           ACCEPT RAIZ-ON-SCR-IN.
           ACCEPT LIMITE-ON-SCR-IN.
           ACCEPT CANAL-ON-SCR-IN.
           ACCEPT CLASSE-ON-SCR-IN.
           ACCEPT CONDICAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-grp-cd-canal-preco)
                                         TO rw-grp-cd-canal-preco.
           MOVE FUNCTION UPPER-CASE(rw-grp-cd-classe-preco)
                                         TO rw-grp-cd-classe-preco.
           MOVE FUNCTION UPPER-CASE(rw-grp-cd-cond-pagto)
                                         TO rw-grp-cd-cond-pagto.

      ******************************************************************
      * Tabela de precos e condicao do grupo sao opcionais; a
      * condicao informada tem de existir ativa (quando o cadastro de
      * condicoes esta disponivel).
      ******************************************************************
       VALIDAR-GRUPO SECTION.
           MOVE SPACES                     TO whs-mensagem.
           IF  rw-grp-ds-grupo EQUAL SPACES
               MOVE "Descricao obrigatoria" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-grp-cd-canal-preco EQUAL SPACES
           AND rw-grp-cd-classe-preco NOT EQUAL SPACES
               MOVE "Tabela de precos sem canal" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-grp-cd-cond-pagto EQUAL SPACES
           OR  NOT ws-condicoes-abertas
               EXIT SECTION
           END-IF.
           MOVE rw-grp-cd-cond-pagto       TO rw-cpg-cd-condicao.
           READ arq-condicoes KEY IS rw-cpg-cd-condicao
               INVALID KEY
                   MOVE "Condicao de pagamento nao cadastrada"
                                           TO whs-mensagem
               NOT INVALID KEY
                   IF  rw-cpg-inativa
                       MOVE "Condicao de pagamento inativa"
                                           TO whs-mensagem
                   END-IF
           END-READ.

      ******************************************************************
      * Exclusao logica: o grupo inativo deixa de valer para credito,
      * preco e condicao, e os membros ficam guardados.
      ******************************************************************
       EXCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY GRUPO-SECTION.
           ACCEPT GRUPO-ON-SCR-IN.

           READ arq-grupos WITH LOCK KEY IS rw-grp-cd-grupo
               INVALID KEY
                   MOVE "Grupo nao encontrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           MOVE "I"                        TO rw-grp-st-ativo.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Excluido com sucesso" TO whs-mensagem
               MOVE "GRUPO-EXCL"           TO ws-acao-auditoria
               MOVE ZEROS                  TO ws-au-cd-cliente
               PERFORM GRAVAR-LOG-AUDITORIA
           ELSE
               MOVE "Erro ao excluir dados" TO whs-mensagem
           END-IF.
           UNLOCK arq-grupos.

       LISTAR SECTION.
           MOVE ZEROS                      TO rw-grp-cd-grupo.
           START arq-grupos KEY IS NOT LESS rw-grp-cd-grupo
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-grupos NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY GRUPO-SECTION
               DISPLAY DETALHE-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-grupos NEXT RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
      * Ajuste manual: incluir traz o cliente para o grupo mesmo que
      * esteja em outro (a mao vale mais que a raiz); retirar deixa o
      * cliente marcado como retirado deste grupo.
      ******************************************************************
       MANTER-MEMBRO SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY GRUPO-SECTION.
           ACCEPT GRUPO-ON-SCR-IN.
           READ arq-grupos KEY IS rw-grp-cd-grupo
               INVALID KEY
                   MOVE "Grupo nao encontrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           DISPLAY DETALHE-SECTION.
           DISPLAY MEMBRO-SECTION.
           ACCEPT MEMBRO-ON-SCR-IN.
           ACCEPT ACAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(ws-acao-membro) TO ws-acao-membro.

           MOVE ws-cd-cliente-membro       TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "Cliente nao cadastrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.

           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           EVALUATE ws-acao-membro
               WHEN "I"
                   PERFORM INCLUIR-MEMBRO-MANUAL
               WHEN "R"
                   PERFORM RETIRAR-MEMBRO
               WHEN OTHER
                   MOVE "Acao invalida (I ou R)" TO whs-mensagem
           END-EVALUATE.

       INCLUIR-MEMBRO-MANUAL SECTION.
           MOVE ws-cd-cliente-membro       TO rw-mbg-cd-cliente.
           READ arq-membros WITH LOCK KEY IS rw-mbg-cd-cliente
               INVALID KEY
                   MOVE ws-cd-cliente-membro TO rw-mbg-cd-cliente
                   MOVE rw-grp-cd-grupo    TO rw-mbg-cd-grupo
                   MOVE "M"                TO rw-mbg-tp-origem
                   MOVE ws-dt-hoje         TO rw-mbg-dt-inclusao
                   MOVE PARM-OPERADOR-ID   TO rw-mbg-id-operador
                   WRITE rw-mbg-registro
               NOT INVALID KEY
                   MOVE rw-grp-cd-grupo    TO rw-mbg-cd-grupo
                   MOVE "M"                TO rw-mbg-tp-origem
                   MOVE ws-dt-hoje         TO rw-mbg-dt-inclusao
                   MOVE PARM-OPERADOR-ID   TO rw-mbg-id-operador
                   REWRITE rw-mbg-registro
           END-READ.
           IF  ws-membros-ok
               MOVE "Cliente incluido no grupo" TO whs-mensagem
               MOVE "MEMBRO-INC"           TO ws-acao-auditoria
               MOVE ws-cd-cliente-membro   TO ws-au-cd-cliente
               PERFORM GRAVAR-LOG-AUDITORIA
           ELSE
               MOVE "Erro ao gravar membro" TO whs-mensagem
           END-IF.
           UNLOCK arq-membros.

       RETIRAR-MEMBRO SECTION.
           MOVE ws-cd-cliente-membro       TO rw-mbg-cd-cliente.
           READ arq-membros WITH LOCK KEY IS rw-mbg-cd-cliente
               INVALID KEY
                   MOVE "Cliente nao pertence ao grupo"
                                           TO whs-mensagem
                   EXIT SECTION
           END-READ.
           IF  rw-mbg-cd-grupo NOT EQUAL rw-grp-cd-grupo
           OR  rw-mbg-retirado
               UNLOCK arq-membros
               MOVE "Cliente nao pertence ao grupo" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE "X"                        TO rw-mbg-tp-origem.
           MOVE ws-dt-hoje                 TO rw-mbg-dt-inclusao.
           MOVE PARM-OPERADOR-ID           TO rw-mbg-id-operador.
           REWRITE rw-mbg-registro.
           IF  ws-membros-ok
               MOVE "Cliente retirado do grupo" TO whs-mensagem
               MOVE "MEMBRO-RET"           TO ws-acao-auditoria
               MOVE ws-cd-cliente-membro   TO ws-au-cd-cliente
               PERFORM GRAVAR-LOG-AUDITORIA
           ELSE
               MOVE "Erro ao gravar membro" TO whs-mensagem
           END-IF.
           UNLOCK arq-membros.

       REGERAR-MEMBROS SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY GRUPO-SECTION.
           ACCEPT GRUPO-ON-SCR-IN.
           READ arq-grupos KEY IS rw-grp-cd-grupo
               INVALID KEY
                   MOVE "Grupo nao encontrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           PERFORM GERAR-MEMBROS-RAIZ.
           MOVE "REGERAR"                  TO ws-acao-auditoria.
           MOVE ZEROS                      TO ws-au-cd-cliente.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Membros incluidos pela raiz: " ws-qt-incluidos
                  " (em outro grupo: " ws-qt-outro-grupo ")"
                  DELIMITED BY SIZE INTO whs-mensagem.

      ******************************************************************
      * Os CNPJs da raiz ficam juntos na chave de clientes.dat: o
      * START na raiz seguida de zeros e a leitura ate a raiz mudar
      * trazem todas as filiais. Cliente que ja e membro (deste ou de
      * outro grupo, ou retirado a mao) nao e mexido.
      ******************************************************************
       GERAR-MEMBROS-RAIZ SECTION.
           MOVE ZEROS                      TO ws-qt-incluidos.
           MOVE ZEROS                      TO ws-qt-outro-grupo.
           IF  rw-grp-nr-raiz-cnpj EQUAL ZEROS
           OR  NOT ws-clientes-ok
               EXIT SECTION
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           COMPUTE ws-cnpj-inicial = rw-grp-nr-raiz-cnpj * 1000000.
           MOVE ws-cnpj-inicial            TO rw-cli-cnpj.
           START arq-clientes KEY IS NOT LESS rw-cli-cnpj
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-clientes NEXT RECORD.
           PERFORM UNTIL NOT ws-clientes-ok
                      OR rw-cli-cnpj(1:8) NOT EQUAL
                                           rw-grp-nr-raiz-cnpj
               PERFORM INCLUIR-MEMBRO-RAIZ
               READ arq-clientes NEXT RECORD
           END-PERFORM.

       INCLUIR-MEMBRO-RAIZ SECTION.
           MOVE rw-cli-cd-cliente          TO rw-mbg-cd-cliente.
           READ arq-membros KEY IS rw-mbg-cd-cliente
               INVALID KEY
                   MOVE rw-cli-cd-cliente  TO rw-mbg-cd-cliente
                   MOVE rw-grp-cd-grupo    TO rw-mbg-cd-grupo
                   MOVE "R"                TO rw-mbg-tp-origem
                   MOVE ws-dt-hoje         TO rw-mbg-dt-inclusao
                   MOVE PARM-OPERADOR-ID   TO rw-mbg-id-operador
                   WRITE rw-mbg-registro
                   IF  ws-membros-ok
                       ADD 1               TO ws-qt-incluidos
                   END-IF
               NOT INVALID KEY
                   IF  rw-mbg-cd-grupo NOT EQUAL rw-grp-cd-grupo
                       ADD 1               TO ws-qt-outro-grupo
                   END-IF
           END-READ.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE rw-grp-cd-grupo            TO ws-au-cd-grupo.
           MOVE ws-dt-auditoria            TO WR-AU-DATA.
           MOVE ws-hr-auditoria(1:6)       TO WR-AU-HORA.
           MOVE PARM-OPERADOR-ID           TO WR-AU-OPERADOR.
           MOVE ws-acao-auditoria          TO WR-AU-ACAO.
           MOVE ws-chave-auditoria         TO WR-AU-CHAVE.
           MOVE "auditclientes.txt"        TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA               TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       LISTAR-MEMBROS SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY GRUPO-SECTION.
           ACCEPT GRUPO-ON-SCR-IN.
           READ arq-grupos KEY IS rw-grp-cd-grupo
               INVALID KEY
                   MOVE "Grupo nao encontrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           MOVE rw-grp-cd-grupo            TO rw-mbg-cd-grupo.
           START arq-membros KEY IS EQUAL rw-mbg-cd-grupo
               INVALID KEY
                   MOVE "Grupo sem membros" TO whs-mensagem
                   EXIT SECTION
           END-START.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-membros NEXT RECORD.
           PERFORM UNTIL NOT ws-membros-ok
                      OR rw-mbg-cd-grupo NOT EQUAL rw-grp-cd-grupo
                      OR cob-scr-esc
               PERFORM EXIBIR-MEMBRO
               IF  NOT cob-scr-esc
                   READ arq-membros NEXT RECORD
               END-IF
           END-PERFORM.

       EXIBIR-MEMBRO SECTION.
           EVALUATE TRUE
               WHEN rw-mbg-pela-raiz
                   MOVE "PELA RAIZ"        TO ws-ds-origem
               WHEN rw-mbg-manual
                   MOVE "MANUAL"           TO ws-ds-origem
               WHEN OTHER
                   MOVE "RETIRADO"         TO ws-ds-origem
           END-EVALUATE.
           MOVE rw-mbg-cd-cliente          TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
           END-READ.
           DISPLAY DADOS-SECTION.
           DISPLAY GRUPO-SECTION.
           DISPLAY DETALHE-SECTION.
           DISPLAY LISTA-MEMBRO-SECTION.
           DISPLAY ESCAPE-SECTION.
           ACCEPT COB-CRT-STATUS FROM ESCAPE KEY.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO GRUPO-ON-SCR-IN.
           MOVE SPACES TO DESCRICAO-ON-SCR-IN.
           MOVE ZEROS TO RAIZ-ON-SCR-IN.
           MOVE ZEROS TO LIMITE-ON-SCR-IN.
           MOVE SPACES TO CANAL-ON-SCR-IN.
           MOVE SPACES TO CLASSE-ON-SCR-IN.
           MOVE SPACES TO CONDICAO-ON-SCR-IN.
           MOVE ZEROS TO MEMBRO-ON-SCR-IN.
           MOVE SPACES TO ACAO-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-grupos
           CLOSE arq-membros
           CLOSE arq-clientes
           IF  ws-condicoes-abertas
               CLOSE arq-condicoes
           END-IF
           EXIT PROGRAM.
       END PROGRAM CADASTRO-GRUPOS-CLIENTES.
