      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Inventario fisico de estoque. A abertura congela o
      *          saldo no deposito informado (estoqueDepositos.dat,
      *          zero = deposito padrao) dos produtos ativos da faixa
      *          informada (inventarioItens.dat); a contagem entra pela
      *          tela ou pelo arquivo dos coletores
      *          (inventarioContagem.txt: PRODUTO;QTDE) e o relatorio
      *          de divergencias (relatInventario.txt) mostra a
      *          diferenca em quantidade e em valor pelo preco de
      *          lista. Os ajustes so sao lancados no estoque pela
      *          APROVACAO-INVENTARIO, por supervisor diferente de
      *          quem abriu o inventario. Um inventario aberto por vez.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-ESTOQUE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-inventarios ASSIGN TO DISK "inventarios.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-inv-nr-inventario
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-inventario-itens
                  ASSIGN TO DISK "inventarioItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ivi-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-estoque-depositos
                  ASSIGN TO DISK "estoqueDepositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-esd-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-import ASSIGN TO "inventarioContagem.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-import.

           SELECT relat-import ASSIGN TO "relatImportInventario.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

           SELECT relat-inventario ASSIGN TO "relatInventario.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Cabecalho do inventario: deposito e faixa de produtos
      * congelada, quem abriu e quem aprovou os ajustes.
      ******************************************************************
           FD arq-inventarios.
           01  rw-inv-registro.
               03 rw-inv-nr-inventario     PIC 9(005).
               03 rw-inv-dt-abertura       PIC 9(008).
               03 rw-inv-hr-abertura       PIC 9(006).
               03 rw-inv-id-abertura       PIC x(010).
               03 rw-inv-cd-produto-ini    PIC 9(007).
               03 rw-inv-cd-produto-fim    PIC 9(007).
               03 rw-inv-st-inventario     PIC x(001).
                  88 rw-inv-aberto             VALUE "A".
                  88 rw-inv-ajustado           VALUE "J".
                  88 rw-inv-cancelado          VALUE "X".
               03 rw-inv-dt-ajuste         PIC 9(008).
               03 rw-inv-id-aprovador      PIC x(010).
               03 rw-inv-cd-deposito       PIC 9(003).

           FD arq-inventario-itens.
           01  rw-ivi-registro.
               03 rw-ivi-chave.
                  05 rw-ivi-nr-inventario  PIC 9(005).
                  05 rw-ivi-cd-produto     PIC 9(007).
               03 rw-ivi-qt-congelada      PIC s9(007).
               03 rw-ivi-qt-contada        PIC 9(007).
               03 rw-ivi-st-contagem       PIC x(001).
                  88 rw-ivi-contado            VALUE "S".
               03 rw-ivi-vl-preco-lista    PIC 9(007)v9(002).

           FD arq-estoque-depositos.
           01  rw-esd-registro.
               03 rw-esd-chave.
                  05 rw-esd-cd-produto     PIC 9(007).
                  05 rw-esd-cd-deposito    PIC 9(003).
               03 rw-esd-qt-saldo          PIC s9(007).

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

           FD arq-import.
           01  rw-import                   PIC x(200).

           FD relat-import.
           01  rw-relat-import             PIC x(200).

           FD relat-inventario.
           01  rw-relat-inventario         PIC x(200).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-import      PIC x(02).
                  88 ws-import-ok              VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-dados-inventario.
               03 ws-nr-inventario-aberto  PIC 9(005) VALUE ZEROS.
               03 ws-nr-ultimo-inventario  PIC 9(005) VALUE ZEROS.
               03 ws-cd-produto-ini        PIC 9(007) VALUE ZEROS.
               03 ws-cd-produto-fim        PIC 9(007) VALUE ZEROS.
               03 ws-cd-deposito           PIC 9(003) VALUE ZEROS.
               03 ws-cd-produto-contagem   PIC 9(007) VALUE ZEROS.
               03 ws-qt-contada            PIC 9(007) VALUE ZEROS.
               03 ws-confirma              PIC x(001) VALUE SPACES.
               03 ws-motivo-rejeicao       PIC x(050) VALUE SPACES.
               03 ws-nr-linha              PIC 9(006) VALUE ZEROS.

           01  ws-colunas-import.
               03 ws-col-produto-str       PIC x(007).
               03 ws-col-qtde-str          PIC x(007).

           01  ws-campos-divergencia.
               03 ws-qt-diferenca          PIC s9(007) VALUE ZEROS.
               03 ws-vl-diferenca          PIC s9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-sobras             PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-faltas             PIC 9(013)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-liquido            PIC s9(013)v9(002)
                                            VALUE ZEROS.

           01  ws-depositos-aberto-sw      PIC x(001) VALUE "N".
               88 ws-depositos-aberto          VALUE "S".
           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-agora                 PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

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
               03 WS-CT-ITENS              PIC 9(006) VALUE ZEROS.
               03 WS-CT-CONTADOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-DIVERGENTES        PIC 9(006) VALUE ZEROS.
               03 WS-CT-ACEITAS            PIC 9(006) VALUE ZEROS.
               03 WS-CT-REJEITADAS         PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 60.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(032) VALUE
                   "DIVERGENCIAS DE INVENTARIO NR. ".
               03 WR-C1-NR-INVENTARIO      PIC 9(005).
               03 FILLER                   PIC X(012) VALUE
                   "  ABERTO EM ".
               03 WR-C1-DT-ABERTURA        PIC 9(008).
               03 FILLER                   PIC X(005) VALUE " POR ".
               03 WR-C1-ID-ABERTURA        PIC X(010).
               03 FILLER                   PIC X(012) VALUE
                   "  DEPOSITO ".
               03 WR-C1-CD-DEPOSITO        PIC 9(003).
           01  WR-CAB2.
               03 FILLER                   PIC X(009) VALUE "PRODUTO".
               03 FILLER                   PIC X(032) VALUE
                   "DESCRICAO".
               03 FILLER                   PIC X(005) VALUE "UN".
               03 FILLER                   PIC X(010) VALUE
                   " CONGELADO".
               03 FILLER                   PIC X(010) VALUE
                   "   CONTADO".
               03 FILLER                   PIC X(010) VALUE
                   " DIFERENCA".
               03 FILLER                   PIC X(018) VALUE
                   "   VALOR DIFERENCA".
               03 FILLER                   PIC X(012) VALUE
                   "  SITUACAO".

           01  WR-DETALHE.
               03 WR-DT-CD-PRODUTO         PIC 9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-DESCRICAO          PIC X(030).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-UNIDADE            PIC X(003).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-QT-CONGELADA       PIC -9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-QT-CONTADA         PIC Z(007)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-QT-DIFERENCA       PIC -9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-DIFERENCA       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SITUACAO           PIC X(012).

           01  WR-RODAPE1.
               03 FILLER                   PIC X(020) VALUE
                   "PRODUTOS NO INVENT.:".
               03 WR-RD-ITENS              PIC Z(005)9.
               03 FILLER                   PIC X(012) VALUE
                   "  CONTADOS: ".
               03 WR-RD-CONTADOS           PIC Z(005)9.
               03 FILLER                   PIC X(015) VALUE
                   "  DIVERGENTES: ".
               03 WR-RD-DIVERGENTES        PIC Z(005)9.
           01  WR-RODAPE2.
               03 FILLER                   PIC X(020) VALUE
                   "VALOR DAS SOBRAS:   ".
               03 WR-RD-VL-SOBRAS          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01  WR-RODAPE3.
               03 FILLER                   PIC X(020) VALUE
                   "VALOR DAS FALTAS:   ".
               03 WR-RD-VL-FALTAS          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           01  WR-RODAPE4.
               03 FILLER                   PIC X(020) VALUE
                   "AJUSTE LIQUIDO:     ".
               03 WR-RD-VL-LIQUIDO         PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - ABRIR INVENTARIO (CONGELAR SALDOS)"
                                               LINE 07 COL 10.
               07  VALUE "2 - REGISTRAR CONTAGEM"
                                               LINE 08 COL 10.
               07  VALUE "3 - IMPORTAR CONTAGEM DOS COLETORES"
                                               LINE 09 COL 10.
               07  VALUE "4 - RELATORIO DE DIVERGENCIAS"
                                               LINE 10 COL 10.
               07  VALUE "5 - CANCELAR INVENTARIO ABERTO"
                                               LINE 11 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 14 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 14 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "INVENTARIO FISICO DE ESTOQUE"
                                               LINE 03 COL 22.
           05  ABERTURA-SECTION.
               07  VALUE "Produto inicial (0 = todos):"
                                               LINE 05 COL 05.
               07  PRODUTO-INI-ON-SCR-IN       LINE 05 COL 36
                            PIC 9(07)        USING ws-cd-produto-ini.
               07  VALUE "Produto final:"      LINE 06 COL 05.
               07  PRODUTO-FIM-ON-SCR-IN       LINE 06 COL 36
                            PIC 9(07)        USING ws-cd-produto-fim.
               07  VALUE "Deposito (0=padrao):" LINE 07 COL 05.
               07  DEPOSITO-ON-SCR-IN          LINE 07 COL 36
                            PIC 9(03)        USING ws-cd-deposito.
           05  CONTAGEM-SECTION.
               07  VALUE "Inventario:"         LINE 05 COL 05.
               07  CONTAGEM-NR-OUT             LINE 05 COL 30
                            PIC 9(05)        USING
                                             ws-nr-inventario-aberto.
               07  VALUE "Codigo do produto (0 = encerra):"
                                               LINE 06 COL 05.
               07  CONTAGEM-PRODUTO-ON-SCR-IN  LINE 06 COL 40
                            PIC 9(07)        USING
                                             ws-cd-produto-contagem.
               07  VALUE "Quantidade contada:" LINE 07 COL 05.
               07  CONTAGEM-QTDE-ON-SCR-IN     LINE 07 COL 40
                            PIC 9(07)        USING ws-qt-contada.
           05  CONFIRMA-SECTION.
               07  VALUE "Confirma (S/N)?"     LINE 10 COL 05.
               07  CONFIRMA-ON-SCR-IN          LINE 10 COL 25
                            PIC x(01)        TO ws-confirma.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 19 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-inventarios.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-inventarios
               CLOSE arq-inventarios
               OPEN I-O arq-inventarios
           END-IF.
           OPEN I-O arq-inventario-itens.
           IF  NOT ws-itens-ok
               OPEN OUTPUT arq-inventario-itens
               CLOSE arq-inventario-itens
               OPEN I-O arq-inventario-itens
           END-IF.
           OPEN INPUT arq-estoque-depositos.
           IF  ws-depositos-ok
               MOVE "S"                    TO ws-depositos-aberto-sw
           END-IF.
           OPEN INPUT arq-produtos.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           PERFORM LOCALIZAR-INVENTARIO-ABERTO.
           EVALUATE ws-id-opcao
               WHEN "1"
                   PERFORM ABRIR-INVENTARIO
               WHEN "2"
                   PERFORM REGISTRAR-CONTAGEM
               WHEN "3"
                   PERFORM IMPORTAR-CONTAGEM
               WHEN "4"
                   PERFORM EMITIR-DIVERGENCIAS
               WHEN "5"
                   PERFORM CANCELAR-INVENTARIO
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
      * Varre inventarios.dat guardando o inventario aberto (se houver)
      * e o ultimo numero usado.
      ******************************************************************
       LOCALIZAR-INVENTARIO-ABERTO SECTION.
           MOVE ZEROS                      TO ws-nr-inventario-aberto.
           MOVE ZEROS                      TO ws-nr-ultimo-inventario.
           MOVE ZEROS                      TO rw-inv-nr-inventario.
           START arq-inventarios KEY IS NOT LESS rw-inv-nr-inventario
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-inventarios NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok
               MOVE rw-inv-nr-inventario   TO ws-nr-ultimo-inventario
               IF  rw-inv-aberto
                   MOVE rw-inv-nr-inventario
                                           TO ws-nr-inventario-aberto
               END-IF
               READ arq-inventarios NEXT RECORD
           END-PERFORM.
           IF  ws-nr-inventario-aberto NOT EQUAL ZEROS
               MOVE ws-nr-inventario-aberto TO rw-inv-nr-inventario
               READ arq-inventarios KEY IS rw-inv-nr-inventario
           END-IF.

      ******************************************************************
      * Congela o saldo atual no deposito de cada produto ativo da
      * faixa. O ajuste aprovado depois e a diferenca entre contado e
      * congelado, somada ao saldo do momento (do deposito e total),
      * para nao perder as entradas e saidas ocorridas entre a
      * abertura e a aprovacao.
      ******************************************************************
       ABRIR-INVENTARIO SECTION.
           IF  ws-nr-inventario-aberto NOT EQUAL ZEROS
               MOVE SPACES                 TO whs-mensagem
               STRING "Inventario " ws-nr-inventario-aberto
                      " ainda aberto - conclua ou cancele"
                      DELIMITED BY SIZE INTO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO ws-cd-produto-ini.
           MOVE 9999999                    TO ws-cd-produto-fim.
           MOVE ZEROS                      TO ws-cd-deposito.
           DISPLAY DADOS-SECTION.
           DISPLAY ABERTURA-SECTION.
           ACCEPT PRODUTO-INI-ON-SCR-IN.
           ACCEPT PRODUTO-FIM-ON-SCR-IN.
           ACCEPT DEPOSITO-ON-SCR-IN.
           IF  ws-cd-produto-fim EQUAL ZEROS
               MOVE 9999999                TO ws-cd-produto-fim
           END-IF.
           IF  ws-cd-produto-ini GREATER ws-cd-produto-fim
               MOVE "Faixa de produtos invalida" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO DEP-CD-CLIENTE.
           MOVE ws-cd-deposito             TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           IF  DEP-RETORNO NOT EQUAL "00" AND "01"
               MOVE "Deposito nao cadastrado ou inativo"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE DEP-CD-DEPOSITO            TO ws-cd-deposito.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
           INITIALIZE                      rw-inv-registro.
           COMPUTE rw-inv-nr-inventario = ws-nr-ultimo-inventario + 1.
           MOVE ws-dt-hoje                 TO rw-inv-dt-abertura.
           MOVE ws-hr-agora(1:6)           TO rw-inv-hr-abertura.
           MOVE PARM-OPERADOR-ID           TO rw-inv-id-abertura.
           MOVE ws-cd-produto-ini          TO rw-inv-cd-produto-ini.
           MOVE ws-cd-produto-fim          TO rw-inv-cd-produto-fim.
           MOVE ws-cd-deposito             TO rw-inv-cd-deposito.
           MOVE "A"                        TO rw-inv-st-inventario.
           WRITE rw-inv-registro.
           IF  NOT ws-operacao-ok
               MOVE "Erro ao abrir o inventario" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE rw-inv-nr-inventario       TO ws-nr-inventario-aberto.
           MOVE ZEROS                      TO WS-CT-ITENS.
           MOVE ws-cd-produto-ini          TO rw-prd-cd-produto.
           START arq-produtos KEY IS NOT LESS rw-prd-cd-produto
               INVALID KEY
                   MOVE "23"               TO ws-resultado-produtos
           END-START.
           IF  ws-produtos-ok
               READ arq-produtos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-produtos-ok
                      OR rw-prd-cd-produto GREATER ws-cd-produto-fim
               IF  rw-prd-ativo
                   PERFORM CONGELAR-SALDO-PRODUTO
               END-IF
               READ arq-produtos NEXT RECORD
           END-PERFORM.
           MOVE "INVENT ABR"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Inventario " ws-nr-inventario-aberto
                  " aberto no deposito " ws-cd-deposito
                  " com " WS-CT-ITENS " produtos congelados"
                  DELIMITED BY SIZE INTO whs-mensagem.

       CONGELAR-SALDO-PRODUTO SECTION.
           MOVE ZEROS                      TO rw-esd-qt-saldo.
           IF  ws-depositos-aberto
               MOVE rw-prd-cd-produto      TO rw-esd-cd-produto
               MOVE ws-cd-deposito         TO rw-esd-cd-deposito
               READ arq-estoque-depositos KEY IS rw-esd-chave
                   INVALID KEY
                       MOVE ZEROS          TO rw-esd-qt-saldo
               END-READ
           END-IF.
           INITIALIZE                      rw-ivi-registro.
           MOVE ws-nr-inventario-aberto    TO rw-ivi-nr-inventario.
           MOVE rw-prd-cd-produto          TO rw-ivi-cd-produto.
           MOVE rw-esd-qt-saldo            TO rw-ivi-qt-congelada.
           MOVE ZEROS                      TO rw-ivi-qt-contada.
           MOVE "N"                        TO rw-ivi-st-contagem.
           MOVE rw-prd-vl-preco-lista      TO rw-ivi-vl-preco-lista.
           WRITE rw-ivi-registro.
           IF  ws-itens-ok
               ADD 1                       TO WS-CT-ITENS
           END-IF.

      ******************************************************************
      * Contagem pela tela, produto a produto (0 encerra). Recontagem
      * do mesmo produto substitui a quantidade anterior.
      ******************************************************************
       REGISTRAR-CONTAGEM SECTION.
           IF  ws-nr-inventario-aberto EQUAL ZEROS
               MOVE "Nenhum inventario aberto" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE 1                          TO ws-cd-produto-contagem.
           PERFORM UNTIL ws-cd-produto-contagem EQUAL ZEROS
               MOVE ZEROS                  TO ws-cd-produto-contagem
               MOVE ZEROS                  TO ws-qt-contada
               DISPLAY DADOS-SECTION
               DISPLAY CONTAGEM-SECTION
               ACCEPT CONTAGEM-PRODUTO-ON-SCR-IN
               IF  ws-cd-produto-contagem NOT EQUAL ZEROS
                   ACCEPT CONTAGEM-QTDE-ON-SCR-IN
                   PERFORM GRAVAR-CONTAGEM
                   IF  ws-motivo-rejeicao NOT EQUAL SPACES
                       MOVE ws-motivo-rejeicao TO whs-mensagem
                   ELSE
                       MOVE "Contagem registrada" TO whs-mensagem
                   END-IF
                   DISPLAY MENSAGEM-SECTION
                   ACCEPT MENSAGEM-SECTION
               END-IF
           END-PERFORM.
           MOVE SPACES                     TO whs-mensagem.

       GRAVAR-CONTAGEM SECTION.
           MOVE SPACES                     TO ws-motivo-rejeicao.
           MOVE ws-nr-inventario-aberto    TO rw-ivi-nr-inventario.
           MOVE ws-cd-produto-contagem     TO rw-ivi-cd-produto.
           READ arq-inventario-itens KEY IS rw-ivi-chave
               INVALID KEY
                   MOVE "Produto fora do inventario aberto"
                                           TO ws-motivo-rejeicao
                   EXIT SECTION
           END-READ.
           MOVE ws-qt-contada              TO rw-ivi-qt-contada.
           MOVE "S"                        TO rw-ivi-st-contagem.
           REWRITE rw-ivi-registro.
           IF  NOT ws-itens-ok
               MOVE "Erro ao gravar a contagem" TO ws-motivo-rejeicao
           END-IF.

      ******************************************************************
      * Contagem dos coletores em lote, com relatorio de aceite e
      * rejeicao por linha no molde das demais importacoes.
      ******************************************************************
       IMPORTAR-CONTAGEM SECTION.
           IF  ws-nr-inventario-aberto EQUAL ZEROS
               MOVE "Nenhum inventario aberto" TO whs-mensagem
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-import.
           IF  NOT ws-import-ok
               MOVE "inventarioContagem.txt nao encontrado"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           OPEN OUTPUT relat-import.
           MOVE ZEROS                      TO ws-nr-linha.
           MOVE ZEROS                      TO WS-CT-ACEITAS.
           MOVE ZEROS                      TO WS-CT-REJEITADAS.
           READ arq-import.
           PERFORM UNTIL NOT ws-import-ok
               ADD 1                       TO ws-nr-linha
               PERFORM PROCESSAR-LINHA-IMPORT
               READ arq-import
           END-PERFORM.
           MOVE SPACES                     TO rw-relat-import.
           STRING "TOTAL ACEITAS " WS-CT-ACEITAS
                  " REJEITADAS " WS-CT-REJEITADAS
                  DELIMITED BY SIZE INTO rw-relat-import.
           WRITE rw-relat-import.
           CLOSE arq-import.
           CLOSE relat-import.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Importacao: " WS-CT-ACEITAS " aceitas, "
                  WS-CT-REJEITADAS " rejeitadas"
                  DELIMITED BY SIZE INTO whs-mensagem.

       PROCESSAR-LINHA-IMPORT SECTION.
           MOVE SPACES                     TO ws-colunas-import.
           UNSTRING rw-import DELIMITED BY ";"
                                INTO ws-col-produto-str
                                     ws-col-qtde-str.
           IF  FUNCTION NUMVAL(ws-col-produto-str) EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(ws-col-produto-str)
                                           TO ws-cd-produto-contagem.
           MOVE FUNCTION NUMVAL(ws-col-qtde-str)
                                           TO ws-qt-contada.
           PERFORM GRAVAR-CONTAGEM.
           MOVE SPACES                     TO rw-relat-import.
           IF  ws-motivo-rejeicao NOT EQUAL SPACES
               ADD 1                       TO WS-CT-REJEITADAS
               STRING "REJEITADA linha " ws-nr-linha
                      " produto " ws-cd-produto-contagem
                      " motivo " FUNCTION TRIM(ws-motivo-rejeicao)
                      DELIMITED BY SIZE INTO rw-relat-import
           ELSE
               ADD 1                       TO WS-CT-ACEITAS
               STRING "ACEITA    linha " ws-nr-linha
                      " produto " ws-cd-produto-contagem
                      " contado " ws-qt-contada
                      DELIMITED BY SIZE INTO rw-relat-import
           END-IF.
           WRITE rw-relat-import.

      ******************************************************************
      * Relatorio de divergencias do inventario aberto: congelado x
      * contado por produto, valorizado pelo preco de lista guardado
      * na abertura. Produto nao contado aparece sinalizado e nao gera
      * ajuste.
      ******************************************************************
       EMITIR-DIVERGENCIAS SECTION.
           IF  ws-nr-inventario-aberto EQUAL ZEROS
               MOVE "Nenhum inventario aberto" TO whs-mensagem
               EXIT SECTION
           END-IF.
           OPEN OUTPUT relat-inventario.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-agora(1:6)           TO WR-ID-HORA.
           MOVE PARM-OPERADOR-ID           TO WR-ID-SOLICITANTE.
           MOVE rw-inv-nr-inventario       TO WR-C1-NR-INVENTARIO.
           MOVE rw-inv-dt-abertura         TO WR-C1-DT-ABERTURA.
           MOVE rw-inv-id-abertura         TO WR-C1-ID-ABERTURA.
           MOVE rw-inv-cd-deposito         TO WR-C1-CD-DEPOSITO.
           MOVE ZEROS                      TO WS-CT-ITENS.
           MOVE ZEROS                      TO WS-CT-CONTADOS.
           MOVE ZEROS                      TO WS-CT-DIVERGENTES.
           MOVE ZEROS                      TO WS-CT-PAGINA.
           MOVE ZEROS                      TO ws-vl-sobras.
           MOVE ZEROS                      TO ws-vl-faltas.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE ws-nr-inventario-aberto    TO rw-ivi-nr-inventario.
           MOVE ZEROS                      TO rw-ivi-cd-produto.
           START arq-inventario-itens KEY IS NOT LESS rw-ivi-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-itens
           END-START.
           IF  ws-itens-ok
               READ arq-inventario-itens NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                   OR rw-ivi-nr-inventario NOT EQUAL
                                           ws-nr-inventario-aberto
               IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
                   PERFORM SALTAR-PAGINA
               END-IF
               PERFORM IMPRIMIR-DIVERGENCIA
               READ arq-inventario-itens NEXT RECORD
           END-PERFORM.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE relat-inventario.
           MOVE SPACES                     TO whs-mensagem.
           STRING "relatInventario.txt emitido: " WS-CT-DIVERGENTES
                  " divergencias"
                  DELIMITED BY SIZE INTO whs-mensagem.

       IMPRIMIR-DIVERGENCIA SECTION.
           ADD 1                           TO WS-CT-ITENS.
           MOVE rw-ivi-cd-produto          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   MOVE "(PRODUTO NAO ENCONTRADO)"
                                           TO rw-prd-ds-descricao
                   MOVE SPACES             TO rw-prd-ds-unidade
           END-READ.
           MOVE rw-ivi-cd-produto          TO WR-DT-CD-PRODUTO.
           MOVE rw-prd-ds-descricao        TO WR-DT-DESCRICAO.
           MOVE rw-prd-ds-unidade          TO WR-DT-UNIDADE.
           MOVE rw-ivi-qt-congelada        TO WR-DT-QT-CONGELADA.
           IF  NOT rw-ivi-contado
               MOVE ZEROS                  TO WR-DT-QT-CONTADA
               MOVE ZEROS                  TO WR-DT-QT-DIFERENCA
               MOVE ZEROS                  TO WR-DT-VL-DIFERENCA
               MOVE "NAO CONTADO"          TO WR-DT-SITUACAO
           ELSE
               ADD 1                       TO WS-CT-CONTADOS
               COMPUTE ws-qt-diferenca =
                       rw-ivi-qt-contada - rw-ivi-qt-congelada
               COMPUTE ws-vl-diferenca =
                       ws-qt-diferenca * rw-ivi-vl-preco-lista
               MOVE rw-ivi-qt-contada      TO WR-DT-QT-CONTADA
               MOVE ws-qt-diferenca        TO WR-DT-QT-DIFERENCA
               MOVE ws-vl-diferenca        TO WR-DT-VL-DIFERENCA
               EVALUATE TRUE
                   WHEN ws-qt-diferenca GREATER ZEROS
                       ADD 1               TO WS-CT-DIVERGENTES
                       ADD ws-vl-diferenca TO ws-vl-sobras
                       MOVE "SOBRA"        TO WR-DT-SITUACAO
                   WHEN ws-qt-diferenca LESS ZEROS
                       ADD 1               TO WS-CT-DIVERGENTES
                       SUBTRACT ws-vl-diferenca FROM ws-vl-faltas
                       MOVE "FALTA"        TO WR-DT-SITUACAO
                   WHEN OTHER
                       MOVE "OK"           TO WR-DT-SITUACAO
               END-EVALUATE
           END-IF.
           MOVE SPACES                     TO rw-relat-inventario.
           MOVE WR-DETALHE                 TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           ADD 1                           TO WS-CT-LINHAS2.

       SALTAR-PAGINA SECTION.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE SPACES                     TO rw-relat-inventario.
           MOVE WR-CAB1                    TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE SPACES                     TO rw-relat-inventario.
           MOVE WR-IDENTIFICACAO           TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE SPACES                     TO rw-relat-inventario.
           MOVE WR-CAB2                    TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE SPACES                     TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE 4                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           COMPUTE ws-vl-liquido = ws-vl-sobras - ws-vl-faltas.
           MOVE WS-CT-ITENS                TO WR-RD-ITENS.
           MOVE WS-CT-CONTADOS             TO WR-RD-CONTADOS.
           MOVE WS-CT-DIVERGENTES          TO WR-RD-DIVERGENTES.
           MOVE ws-vl-sobras               TO WR-RD-VL-SOBRAS.
           MOVE ws-vl-faltas               TO WR-RD-VL-FALTAS.
           MOVE ws-vl-liquido              TO WR-RD-VL-LIQUIDO.
           MOVE SPACES                     TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE WR-RODAPE1                 TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE SPACES                     TO rw-relat-inventario.
           MOVE WR-RODAPE2                 TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE SPACES                     TO rw-relat-inventario.
           MOVE WR-RODAPE3                 TO rw-relat-inventario.
           WRITE rw-relat-inventario.
           MOVE SPACES                     TO rw-relat-inventario.
           MOVE WR-RODAPE4                 TO rw-relat-inventario.
           WRITE rw-relat-inventario.

       CANCELAR-INVENTARIO SECTION.
           IF  ws-nr-inventario-aberto EQUAL ZEROS
               MOVE "Nenhum inventario aberto" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE SPACES                     TO ws-confirma.
           DISPLAY DADOS-SECTION.
           DISPLAY CONTAGEM-NR-OUT.
           DISPLAY CONFIRMA-SECTION.
           ACCEPT CONFIRMA-ON-SCR-IN.
           IF  ws-confirma NOT EQUAL "S" AND ws-confirma NOT EQUAL "s"
               EXIT SECTION
           END-IF.
           MOVE "X"                        TO rw-inv-st-inventario.
           REWRITE rw-inv-registro.
           MOVE "INVENT CAN"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE "Inventario cancelado sem ajustes" TO whs-mensagem.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
           MOVE ws-dt-hoje              TO WR-AU-DATA.
           MOVE ws-hr-agora(1:6)        TO WR-AU-HORA.
           MOVE PARM-OPERADOR-ID        TO WR-AU-OPERADOR.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE ws-nr-inventario-aberto TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-inventarios
           CLOSE arq-inventario-itens
           IF  ws-depositos-aberto
               CLOSE arq-estoque-depositos
           END-IF
           CLOSE arq-produtos
           EXIT PROGRAM.
       END PROGRAM INVENTARIO-ESTOQUE.
