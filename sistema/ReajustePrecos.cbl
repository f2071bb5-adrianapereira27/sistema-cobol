      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Reajuste em massa da tabela de precos (precos.dat).
      *          O operador informa o reajuste (percentual ou valor
      *          fixo, para mais ou para menos), o escopo (produto,
      *          familia ou categoria, canal e classe - em branco ou
      *          zero = todos), a data de inicio da nova vigencia, a
      *          regra de arredondamento (C = centavo, D = dezena de
      *          centavos, R = real inteiro) e se o preco de lista do
      *          produto tambem muda. Cada preco vigente na data e
      *          cada preco de lista afetado sai antes na previa
      *          (relatReajustePrecos.txt) com o valor atual e o
      *          novo; so com a confirmacao a vigencia atual e
      *          encerrada na vespera e a nova e gravada com o preco
      *          reajustado. Chave que ja tem vigencia comecando na
      *          data ou cujo preco novo nao seria positivo fica de
      *          fora e aparece na previa. A aplicacao vai para a
      *          auditoria de pedidos com o operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJUSTE-PRECOS.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-precos ASSIGN TO DISK "precos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prc-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

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

           SELECT arq-trabalho ASSIGN TO DISK "wrkreajuste.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wrj-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trabalho.

           SELECT relat-reajuste ASSIGN TO "relatReajustePrecos.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
           FD arq-precos.
           01  rw-prc-registro.
               03 rw-prc-chave.
                  05 rw-prc-cd-produto     PIC 9(007).
                  05 rw-prc-cd-canal       PIC x(003).
                  05 rw-prc-cd-classe      PIC x(001).
                  05 rw-prc-dt-inicio      PIC 9(008).
               03 rw-prc-dt-fim            PIC 9(008).
               03 rw-prc-vl-preco          PIC 9(007)v9(002).

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

      *    uma linha por chave de preco afetada ("P") e por preco de
      *    lista de produto afetado ("L", canal e classe em branco)
           FD arq-trabalho.
           01  rw-wrj-registro.
               03 rw-wrj-chave.
                  05 rw-wrj-cd-produto     PIC 9(007).
                  05 rw-wrj-tp-linha       PIC x(001).
                     88 rw-wrj-preco-lista     VALUE "L".
                     88 rw-wrj-preco-tabela    VALUE "P".
                  05 rw-wrj-cd-canal       PIC x(003).
                  05 rw-wrj-cd-classe      PIC x(001).
               03 rw-wrj-dt-inicio-atual   PIC 9(008).
               03 rw-wrj-dt-fim-atual      PIC 9(008).
               03 rw-wrj-vl-atual          PIC 9(007)v9(002).
               03 rw-wrj-vl-novo           PIC 9(007)v9(002).
               03 rw-wrj-st-linha          PIC x(001).
                  88 rw-wrj-aplicar            VALUE "A".
                  88 rw-wrj-conflito           VALUE "C".
                  88 rw-wrj-invalido           VALUE "I".

           FD relat-reajuste.
           01  rw-relat-reajuste           PIC x(200).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-registro-existente     VALUE "22".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-familias    PIC x(02).
                  88 ws-familias-ok            VALUE "00", "02".
               03 ws-resultado-trabalho    PIC x(02).
                  88 ws-trabalho-ok            VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-parametros-reajuste.
               03 ws-tp-reajuste           PIC x(001) VALUE "P".
                  88 ws-reajuste-percentual    VALUE "P".
                  88 ws-reajuste-valor         VALUE "V".
               03 ws-pc-reajuste           PIC 9(003)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-reajuste           PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-sentido-reajuste      PIC x(001) VALUE "A".
                  88 ws-reajuste-aumento       VALUE "A".
                  88 ws-reajuste-reducao       VALUE "R".
               03 ws-cd-produto-escopo     PIC 9(007) VALUE ZEROS.
               03 ws-cd-familia-escopo     PIC 9(005) VALUE ZEROS.
               03 ws-cd-canal-escopo       PIC x(003) VALUE SPACES.
               03 ws-cd-classe-escopo      PIC x(001) VALUE SPACES.
               03 ws-dt-nova-vigencia      PIC 9(008) VALUE ZEROS.
               03 ws-tp-arredondamento     PIC x(001) VALUE "C".
                  88 ws-arredonda-centavo      VALUE "C".
                  88 ws-arredonda-dezena       VALUE "D".
                  88 ws-arredonda-real         VALUE "R".
               03 ws-atualiza-lista        PIC x(001) VALUE "N".
                  88 ws-atualizar-lista        VALUE "S".

           01  ws-campos-calculo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-hr-agora              PIC 9(008) VALUE ZEROS.
               03 ws-dt-vespera            PIC 9(008) VALUE ZEROS.
               03 ws-nr-inteiro-data       PIC 9(008) VALUE ZEROS.
               03 ws-vl-base               PIC 9(007)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-calculado          PIC s9(009)v9(004)
                                            VALUE ZEROS.
               03 ws-vl-dezenas            PIC s9(009) VALUE ZEROS.
               03 ws-vl-inteiro            PIC s9(009) VALUE ZEROS.
               03 ws-vl-arredondado        PIC s9(009)v9(002)
                                            VALUE ZEROS.
               03 ws-pc-variacao           PIC s9(003)v9(002)
                                            VALUE ZEROS.
               03 ws-cd-familia-produto    PIC 9(005) VALUE ZEROS.
               03 ws-cd-categoria-produto  PIC 9(005) VALUE ZEROS.
               03 ws-decisao-in            PIC x(001) VALUE SPACES.
               03 ws-decisao               PIC x(001) VALUE SPACES.
               03 ws-produto-no-escopo-sw  PIC x(001) VALUE "N".
                  88 ws-produto-no-escopo      VALUE "S".
               03 ws-familias-abertas-sw   PIC x(001) VALUE "N".
                  88 ws-familias-abertas       VALUE "S".

           01  ws-registro-preco-salvo     PIC x(036) VALUE SPACES.

           01  WS-CONTADORES.
               03 WS-CT-AFETADOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-CONFLITOS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-INVALIDOS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-APLICADOS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-LISTA              PIC 9(006) VALUE ZEROS.
               03 WS-CT-FALHAS             PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 WS-TAMANHO-PAGINA        PIC 9(002) VALUE 66.

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

           01  WR-CAB1.
               03 FILLER                   PIC X(015) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "PREVIA DO REAJUSTE DE PRECOS - VIGENCIA ".
               03 WR-CB-DT-VIGENCIA        PIC 9(008).

           01  WR-PARAMETROS.
               03 FILLER                   PIC X(005) VALUE "TIPO ".
               03 WR-PR-TIPO               PIC X(001).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-PR-PERCENTUAL         PIC ZZ9,99.
               03 FILLER                   PIC X(003) VALUE "%  ".
               03 WR-PR-VALOR              PIC Z(006)9,99.
               03 FILLER                   PIC X(010) VALUE
                   "  SENTIDO ".
               03 WR-PR-SENTIDO            PIC X(001).
               03 FILLER                   PIC X(010) VALUE
                   "  PRODUTO ".
               03 WR-PR-PRODUTO            PIC 9(007).
               03 FILLER                   PIC X(010) VALUE
                   "  FAMILIA ".
               03 WR-PR-FAMILIA            PIC 9(005).
               03 FILLER                   PIC X(008) VALUE
                   "  CANAL ".
               03 WR-PR-CANAL              PIC X(003).
               03 FILLER                   PIC X(009) VALUE
                   "  CLASSE ".
               03 WR-PR-CLASSE             PIC X(001).
               03 FILLER                   PIC X(008) VALUE
                   "  ARRED ".
               03 WR-PR-ARREDONDAMENTO     PIC X(001).
               03 FILLER                   PIC X(008) VALUE
                   "  LISTA ".
               03 WR-PR-LISTA              PIC X(001).

           01  WR-CAB2.
               03 FILLER                   PIC X(009) VALUE "PRODUTO".
               03 FILLER                   PIC X(007) VALUE "CANAL".
               03 FILLER                   PIC X(004) VALUE "CL".
               03 FILLER                   PIC X(010) VALUE "INICIO".
               03 FILLER                   PIC X(014) VALUE
                   "  PRECO ATUAL".
               03 FILLER                   PIC X(014) VALUE
                   "   PRECO NOVO".
               03 FILLER                   PIC X(009) VALUE
                   "    VAR%".
               03 FILLER                   PIC X(020) VALUE
                   "SITUACAO".

           01  WR-DETALHE.
               03 WR-DT-CD-PRODUTO         PIC 9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-CANAL              PIC X(005).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-CLASSE             PIC X(001).
               03 FILLER                   PIC X(003) VALUE SPACES.
               03 WR-DT-DT-INICIO          PIC 9(008).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VL-ATUAL           PIC Z(006)9,99.
               03 FILLER                   PIC X(004) VALUE SPACES.
               03 WR-DT-VL-NOVO            PIC Z(006)9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-VARIACAO           PIC -ZZ9,99.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-SITUACAO           PIC X(020).

           01  WR-RODAPE.
               03 FILLER                   PIC X(020) VALUE SPACES.
               03 FILLER                   PIC X(019) VALUE
                   "AFETADOS/CONFLITO/".
               03 FILLER                   PIC X(010) VALUE
                   "INVALIDO: ".
               03 WR-RD-AFETADOS           PIC Z(005)9.
               03 FILLER                   PIC X(001) VALUE "/".
               03 WR-RD-CONFLITOS          PIC Z(005)9.
               03 FILLER                   PIC X(001) VALUE "/".
               03 WR-RD-INVALIDOS          PIC Z(005)9.

           01  WR-APLICACAO.
               03 FILLER                   PIC X(020) VALUE SPACES.
               03 FILLER                   PIC X(019) VALUE
                   "REAJUSTE APLICADO: ".
               03 WR-AP-APLICADOS          PIC Z(005)9.
               03 FILLER                   PIC X(017) VALUE
                   " PRECOS, LISTA: ".
               03 WR-AP-LISTA              PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE " POR ".
               03 WR-AP-OPERADOR           PIC X(010).
               03 FILLER                   PIC X(004) VALUE " EM ".
               03 WR-AP-DATA               PIC 9(008).
               03 FILLER                   PIC X(010) VALUE
                   " FALHAS: ".
               03 WR-AP-FALHAS             PIC Z(005)9.

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "REAJUSTE DE PRECOS"  LINE 03 COL 27.
           05  PARAMETROS-SECTION.
               07  VALUE "Tipo (P=percentual/V=valor):"
                                               LINE 05 COL 05.
               07  TIPO-ON-SCR-IN              LINE 05 COL 40
                            PIC x(01)        USING ws-tp-reajuste.
               07  VALUE "Percentual (%):"     LINE 06 COL 05.
               07  PERCENTUAL-ON-SCR-IN        LINE 06 COL 40
                            PIC 9(03),9(02)  USING ws-pc-reajuste.
               07  VALUE "Valor fixo (R$):"    LINE 07 COL 05.
               07  VALOR-ON-SCR-IN             LINE 07 COL 40
                            PIC 9(07),9(02)  USING ws-vl-reajuste.
               07  VALUE "Sentido (A=aumento/R=reducao):"
                                               LINE 08 COL 05.
               07  SENTIDO-ON-SCR-IN           LINE 08 COL 40
                            PIC x(01)        USING ws-sentido-reajuste.
               07  VALUE "Produto (0 = todos):" LINE 09 COL 05.
               07  PRODUTO-ON-SCR-IN           LINE 09 COL 40
                            PIC 9(07)        USING ws-cd-produto-escopo.
               07  VALUE "Familia/categoria (0 = todas):"
                                               LINE 10 COL 05.
               07  FAMILIA-ON-SCR-IN           LINE 10 COL 40
                            PIC 9(05)        USING ws-cd-familia-escopo.
               07  VALUE "Canal (branco = todos):"
                                               LINE 11 COL 05.
               07  CANAL-ON-SCR-IN             LINE 11 COL 40
                            PIC x(03)        USING ws-cd-canal-escopo.
               07  VALUE "Classe (branco = todas):"
                                               LINE 12 COL 05.
               07  CLASSE-ON-SCR-IN            LINE 12 COL 40
                            PIC x(01)        USING ws-cd-classe-escopo.
               07  VALUE "Inicio da nova vigencia:"
                                               LINE 13 COL 05.
               07  VIGENCIA-ON-SCR-IN          LINE 13 COL 40
                            PIC 9(08)        USING ws-dt-nova-vigencia.
               07  VALUE "Arredondamento (C/D/R):"
                                               LINE 14 COL 05.
               07  ARREDONDA-ON-SCR-IN         LINE 14 COL 40
                            PIC x(01)        USING ws-tp-arredondamento.
               07  VALUE "Atualizar preco de lista (S/N):"
                                               LINE 15 COL 05.
               07  LISTA-ON-SCR-IN             LINE 15 COL 40
                            PIC x(01)        USING ws-atualiza-lista.
           05  PREVIA-SECTION.
               07  VALUE "Chaves a reajustar:" LINE 17 COL 05.
               07  AFETADOS-OUT                LINE 17 COL 40
                            PIC Z(05)9       FROM WS-CT-AFETADOS.
               07  VALUE "Fora (conflito/invalido):"
                                               LINE 18 COL 05.
               07  CONFLITOS-OUT               LINE 18 COL 40
                            PIC Z(05)9       FROM WS-CT-CONFLITOS.
               07  INVALIDOS-OUT               LINE 18 COL 47
                            PIC Z(05)9       FROM WS-CT-INVALIDOS.
               07  VALUE "Previa em relatReajustePrecos.txt"
                                               LINE 19 COL 05.
               07  VALUE "Confirma (C-Confirma/ENTER cancela):"
                                               LINE 20 COL 05.
               07  DECISAO-ON-SCR-IN           LINE 20 COL 43
                            PIC x(01)        TO ws-decisao-in.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 22 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           MOVE SPACES                     TO whs-mensagem.
           DISPLAY DADOS-SECTION.
           DISPLAY PARAMETROS-SECTION.
           ACCEPT TIPO-ON-SCR-IN.
           ACCEPT PERCENTUAL-ON-SCR-IN.
           ACCEPT VALOR-ON-SCR-IN.
           ACCEPT SENTIDO-ON-SCR-IN.
           ACCEPT PRODUTO-ON-SCR-IN.
           ACCEPT FAMILIA-ON-SCR-IN.
           ACCEPT CANAL-ON-SCR-IN.
           ACCEPT CLASSE-ON-SCR-IN.
           ACCEPT VIGENCIA-ON-SCR-IN.
           ACCEPT ARREDONDA-ON-SCR-IN.
           ACCEPT LISTA-ON-SCR-IN.
           PERFORM VALIDAR-PARAMETROS.
           IF  NOT processamento-sem-erro
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
               EXIT PROGRAM
           END-IF.

           OPEN I-O arq-precos.
           IF  NOT ws-operacao-ok
               MOVE "Tabela de precos nao encontrada" TO whs-mensagem
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
               EXIT PROGRAM
           END-IF.
           OPEN I-O arq-produtos.
           OPEN INPUT arq-familias.
           IF  ws-familias-ok
               MOVE "S"                    TO ws-familias-abertas-sw
           END-IF.
           OPEN OUTPUT arq-trabalho.
           CLOSE arq-trabalho.
           OPEN I-O arq-trabalho.

           PERFORM MONTAR-PREVIA.
           PERFORM IMPRIMIR-PREVIA.

           MOVE SPACES                     TO ws-decisao-in.
           DISPLAY PREVIA-SECTION.
           ACCEPT DECISAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(ws-decisao-in) TO ws-decisao.
           IF  ws-decisao EQUAL "C"
               PERFORM APLICAR-REAJUSTE
           ELSE
               MOVE "Reajuste cancelado - precos nao alterados"
                                           TO whs-mensagem
           END-IF.
           DISPLAY MENSAGEM-SECTION.
           ACCEPT MENSAGEM-SECTION.

           CLOSE arq-precos.
           CLOSE arq-produtos.
           IF  ws-familias-abertas
               CLOSE arq-familias
           END-IF.
           CLOSE arq-trabalho.
           DISPLAY "REAJUSTE-PRECOS: " WS-CT-AFETADOS " afetados, "
                   WS-CT-APLICADOS " precos e " WS-CT-LISTA
                   " precos de lista aplicados".
           EXIT PROGRAM.

       VALIDAR-PARAMETROS SECTION.
           MOVE FUNCTION UPPER-CASE(ws-tp-reajuste)
                                           TO ws-tp-reajuste.
           MOVE FUNCTION UPPER-CASE(ws-sentido-reajuste)
                                           TO ws-sentido-reajuste.
           MOVE FUNCTION UPPER-CASE(ws-cd-canal-escopo)
                                           TO ws-cd-canal-escopo.
           MOVE FUNCTION UPPER-CASE(ws-cd-classe-escopo)
                                           TO ws-cd-classe-escopo.
           MOVE FUNCTION UPPER-CASE(ws-tp-arredondamento)
                                           TO ws-tp-arredondamento.
           MOVE FUNCTION UPPER-CASE(ws-atualiza-lista)
                                           TO ws-atualiza-lista.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE SPACES                     TO whs-mensagem.
           EVALUATE TRUE
               WHEN NOT ws-reajuste-percentual
                AND NOT ws-reajuste-valor
                   MOVE "Tipo de reajuste invalido (P ou V)!"
                                           TO whs-mensagem
               WHEN ws-reajuste-percentual
                AND ws-pc-reajuste EQUAL ZEROS
                   MOVE "Percentual de reajuste obrigatorio!"
                                           TO whs-mensagem
               WHEN ws-reajuste-valor
                AND ws-vl-reajuste EQUAL ZEROS
                   MOVE "Valor de reajuste obrigatorio!"
                                           TO whs-mensagem
               WHEN NOT ws-reajuste-aumento
                AND NOT ws-reajuste-reducao
                   MOVE "Sentido invalido (A ou R)!"
                                           TO whs-mensagem
               WHEN ws-reajuste-percentual
                AND ws-reajuste-reducao
                AND ws-pc-reajuste NOT LESS 100
                   MOVE "Reducao deve ser menor que 100%!"
                                           TO whs-mensagem
               WHEN NOT ws-arredonda-centavo
                AND NOT ws-arredonda-dezena
                AND NOT ws-arredonda-real
                   MOVE "Arredondamento invalido (C, D ou R)!"
                                           TO whs-mensagem
               WHEN ws-atualiza-lista NOT EQUAL "S"
                AND ws-atualiza-lista NOT EQUAL "N"
                   MOVE "Atualizar preco de lista: S ou N!"
                                           TO whs-mensagem
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ws-dt-nova-vigencia)
                    NOT EQUAL ZEROS
                   MOVE "Data da nova vigencia invalida!"
                                           TO whs-mensagem
               WHEN ws-dt-nova-vigencia LESS ws-dt-hoje
                   MOVE "Nova vigencia nao pode ser retroativa!"
                                           TO whs-mensagem
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.
           COMPUTE ws-nr-inteiro-data =
                   FUNCTION INTEGER-OF-DATE(ws-dt-nova-vigencia) - 1.
           COMPUTE ws-dt-vespera =
                   FUNCTION DATE-OF-INTEGER(ws-nr-inteiro-data).

      ******************************************************************
      * Previa: precos vigentes na data da nova vigencia (inicio
      * anterior e fim aberto ou na data ou depois) dentro do escopo,
      * e os precos de lista dos produtos do escopo quando pedido.
      * Nada e alterado nos cadastros nesta fase.
      ******************************************************************
       MONTAR-PREVIA SECTION.
           MOVE ZEROS                      TO rw-prc-cd-produto.
           IF  ws-cd-produto-escopo NOT EQUAL ZEROS
               MOVE ws-cd-produto-escopo   TO rw-prc-cd-produto
           END-IF.
           MOVE LOW-VALUES                 TO rw-prc-cd-canal.
           MOVE LOW-VALUES                 TO rw-prc-cd-classe.
           MOVE ZEROS                      TO rw-prc-dt-inicio.
           START arq-precos KEY IS NOT LESS rw-prc-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-acesso
           END-START.
           IF  ws-operacao-ok
               READ arq-precos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-operacao-ok
                      OR (ws-cd-produto-escopo NOT EQUAL ZEROS
                      AND rw-prc-cd-produto GREATER
                                           ws-cd-produto-escopo)
               PERFORM AVALIAR-PRECO
               READ arq-precos NEXT RECORD
           END-PERFORM.
           PERFORM VERIFICAR-CONFLITOS.
           IF  ws-atualizar-lista
               PERFORM MONTAR-PREVIA-LISTA
           END-IF.

       AVALIAR-PRECO SECTION.
           IF  ws-cd-canal-escopo NOT EQUAL SPACES
           AND rw-prc-cd-canal NOT EQUAL ws-cd-canal-escopo
               EXIT SECTION
           END-IF.
           IF  ws-cd-classe-escopo NOT EQUAL SPACES
           AND rw-prc-cd-classe NOT EQUAL ws-cd-classe-escopo
               EXIT SECTION
           END-IF.
           IF  rw-prc-dt-inicio NOT LESS ws-dt-nova-vigencia
               EXIT SECTION
           END-IF.
           IF  rw-prc-dt-fim NOT EQUAL ZEROS
           AND rw-prc-dt-fim LESS ws-dt-nova-vigencia
               EXIT SECTION
           END-IF.
           IF  ws-cd-familia-escopo NOT EQUAL ZEROS
               MOVE rw-prc-cd-produto      TO rw-prd-cd-produto
               PERFORM VERIFICAR-PRODUTO-ESCOPO
               IF  NOT ws-produto-no-escopo
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE rw-prc-vl-preco            TO ws-vl-base.
           PERFORM CALCULAR-PRECO-NOVO.
           INITIALIZE rw-wrj-registro.
           MOVE rw-prc-cd-produto          TO rw-wrj-cd-produto.
           MOVE "P"                        TO rw-wrj-tp-linha.
           MOVE rw-prc-cd-canal            TO rw-wrj-cd-canal.
           MOVE rw-prc-cd-classe           TO rw-wrj-cd-classe.
           MOVE rw-prc-dt-inicio           TO rw-wrj-dt-inicio-atual.
           MOVE rw-prc-dt-fim              TO rw-wrj-dt-fim-atual.
           PERFORM GRAVAR-LINHA-PREVIA.

      ******************************************************************
      * Produto no escopo de familia quando a familia do produto e a
      * informada ou pertence a categoria informada.
      ******************************************************************
       VERIFICAR-PRODUTO-ESCOPO SECTION.
           MOVE "N"                        TO ws-produto-no-escopo-sw.
           MOVE ZEROS                      TO ws-cd-familia-produto.
           MOVE ZEROS                      TO ws-cd-categoria-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE rw-prd-cd-familia          TO ws-cd-familia-produto.
           IF  ws-cd-familia-produto NOT EQUAL ZEROS
           AND ws-familias-abertas
               MOVE ws-cd-familia-produto  TO rw-fam-cd-familia
               READ arq-familias KEY IS rw-fam-cd-familia
                   NOT INVALID KEY
                       MOVE rw-fam-cd-categoria
                                           TO ws-cd-categoria-produto
               END-READ
           END-IF.
           IF  ws-cd-familia-escopo EQUAL ZEROS
           OR  ws-cd-familia-escopo EQUAL ws-cd-familia-produto
           OR  ws-cd-familia-escopo EQUAL ws-cd-categoria-produto
               MOVE "S"                    TO ws-produto-no-escopo-sw
           END-IF.

      ******************************************************************
      * Reajuste sobre ws-vl-base e arredondamento para o centavo, a
      * dezena de centavos ou o real inteiro. Resultado zero, negativo
      * ou maior que o campo de preco deixa a linha invalida.
      ******************************************************************
       CALCULAR-PRECO-NOVO SECTION.
           EVALUATE TRUE
               WHEN ws-reajuste-percentual AND ws-reajuste-aumento
                   COMPUTE ws-vl-calculado = ws-vl-base
                         + ws-vl-base * ws-pc-reajuste / 100
               WHEN ws-reajuste-percentual
                   COMPUTE ws-vl-calculado = ws-vl-base
                         - ws-vl-base * ws-pc-reajuste / 100
               WHEN ws-reajuste-aumento
                   COMPUTE ws-vl-calculado = ws-vl-base
                         + ws-vl-reajuste
               WHEN OTHER
                   COMPUTE ws-vl-calculado = ws-vl-base
                         - ws-vl-reajuste
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ws-arredonda-dezena
                   COMPUTE ws-vl-dezenas ROUNDED =
                           ws-vl-calculado * 10
                   COMPUTE ws-vl-arredondado = ws-vl-dezenas / 10
               WHEN ws-arredonda-real
                   COMPUTE ws-vl-inteiro ROUNDED = ws-vl-calculado
                   MOVE ws-vl-inteiro      TO ws-vl-arredondado
               WHEN OTHER
                   COMPUTE ws-vl-arredondado ROUNDED =
                           ws-vl-calculado
           END-EVALUATE.

       GRAVAR-LINHA-PREVIA SECTION.
           MOVE ws-vl-base                 TO rw-wrj-vl-atual.
           IF  ws-vl-arredondado NOT GREATER ZEROS
           OR  ws-vl-arredondado GREATER 9999999,99
               MOVE ZEROS                  TO rw-wrj-vl-novo
               MOVE "I"                    TO rw-wrj-st-linha
           ELSE
               MOVE ws-vl-arredondado      TO rw-wrj-vl-novo
               MOVE "A"                    TO rw-wrj-st-linha
           END-IF.
           WRITE rw-wrj-registro.
           IF  NOT ws-trabalho-ok
               EXIT SECTION
           END-IF.
           IF  rw-wrj-aplicar
               ADD 1                       TO WS-CT-AFETADOS
           ELSE
               ADD 1                       TO WS-CT-INVALIDOS
           END-IF.

      ******************************************************************
      * Chave que ja tem vigencia comecando na nova data nao recebe
      * outra: fica como conflito e a tabela nao e tocada nela.
      ******************************************************************
       VERIFICAR-CONFLITOS SECTION.
           MOVE LOW-VALUES                 TO rw-wrj-chave.
           START arq-trabalho KEY IS NOT LESS rw-wrj-chave
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-trabalho NEXT RECORD.
           PERFORM UNTIL NOT ws-trabalho-ok
               IF  rw-wrj-aplicar
                   MOVE rw-wrj-cd-produto  TO rw-prc-cd-produto
                   MOVE rw-wrj-cd-canal    TO rw-prc-cd-canal
                   MOVE rw-wrj-cd-classe   TO rw-prc-cd-classe
                   MOVE ws-dt-nova-vigencia TO rw-prc-dt-inicio
                   READ arq-precos KEY IS rw-prc-chave
                       NOT INVALID KEY
                           MOVE "C"        TO rw-wrj-st-linha
                           REWRITE rw-wrj-registro
                           SUBTRACT 1    FROM WS-CT-AFETADOS
                           ADD 1           TO WS-CT-CONFLITOS
                   END-READ
               END-IF
               READ arq-trabalho NEXT RECORD
           END-PERFORM.

       MONTAR-PREVIA-LISTA SECTION.
           MOVE ws-cd-produto-escopo       TO rw-prd-cd-produto.
           START arq-produtos KEY IS NOT LESS rw-prd-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-produtos NEXT RECORD.
           PERFORM UNTIL NOT ws-produtos-ok
                      OR (ws-cd-produto-escopo NOT EQUAL ZEROS
                      AND rw-prd-cd-produto GREATER
                                           ws-cd-produto-escopo)
               IF  rw-prd-ativo
                   PERFORM AVALIAR-PRECO-LISTA
               END-IF
               READ arq-produtos NEXT RECORD
           END-PERFORM.

       AVALIAR-PRECO-LISTA SECTION.
           IF  ws-cd-familia-escopo NOT EQUAL ZEROS
               MOVE "N"                    TO ws-produto-no-escopo-sw
               MOVE ZEROS                  TO ws-cd-categoria-produto
               MOVE rw-prd-cd-familia      TO ws-cd-familia-produto
               IF  ws-cd-familia-produto NOT EQUAL ZEROS
               AND ws-familias-abertas
                   MOVE ws-cd-familia-produto TO rw-fam-cd-familia
                   READ arq-familias KEY IS rw-fam-cd-familia
                       NOT INVALID KEY
                           MOVE rw-fam-cd-categoria
                                           TO ws-cd-categoria-produto
                   END-READ
               END-IF
               IF  ws-cd-familia-escopo NOT EQUAL
                                           ws-cd-familia-produto
               AND ws-cd-familia-escopo NOT EQUAL
                                           ws-cd-categoria-produto
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE rw-prd-vl-preco-lista      TO ws-vl-base.
           PERFORM CALCULAR-PRECO-NOVO.
           INITIALIZE rw-wrj-registro.
           MOVE rw-prd-cd-produto          TO rw-wrj-cd-produto.
           MOVE "L"                        TO rw-wrj-tp-linha.
           MOVE SPACES                     TO rw-wrj-cd-canal.
           MOVE SPACES                     TO rw-wrj-cd-classe.
           PERFORM GRAVAR-LINHA-PREVIA.

       IMPRIMIR-PREVIA SECTION.
           ACCEPT ws-hr-agora FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-agora(1:6)           TO WR-ID-HORA.
           MOVE PARM-OPERADOR-ID           TO WR-ID-SOLICITANTE.
           OPEN OUTPUT relat-reajuste.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE LOW-VALUES                 TO rw-wrj-chave.
           START arq-trabalho KEY IS NOT LESS rw-wrj-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-trabalho
           END-START.
           IF  ws-trabalho-ok
               READ arq-trabalho NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
               PERFORM IMPRIMIR-DETALHE
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE relat-reajuste.

       IMPRIMIR-DETALHE SECTION.
           IF  WS-CT-LINHAS2 NOT LESS WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE rw-wrj-cd-produto          TO WR-DT-CD-PRODUTO.
           IF  rw-wrj-preco-lista
               MOVE "LISTA"                TO WR-DT-CANAL
               MOVE ZEROS                  TO WR-DT-DT-INICIO
           ELSE
               MOVE rw-wrj-cd-canal        TO WR-DT-CANAL
               MOVE rw-wrj-dt-inicio-atual TO WR-DT-DT-INICIO
           END-IF.
           MOVE rw-wrj-cd-classe           TO WR-DT-CLASSE.
           MOVE rw-wrj-vl-atual            TO WR-DT-VL-ATUAL.
           MOVE rw-wrj-vl-novo             TO WR-DT-VL-NOVO.
           IF  rw-wrj-vl-atual GREATER ZEROS
           AND rw-wrj-vl-novo GREATER ZEROS
               COMPUTE ws-pc-variacao ROUNDED =
                       (rw-wrj-vl-novo - rw-wrj-vl-atual) * 100
                     / rw-wrj-vl-atual
           ELSE
               MOVE ZEROS                  TO ws-pc-variacao
           END-IF.
           MOVE ws-pc-variacao             TO WR-DT-VARIACAO.
           EVALUATE TRUE
               WHEN rw-wrj-conflito
                   MOVE "CONFLITO NA DATA"  TO WR-DT-SITUACAO
               WHEN rw-wrj-invalido
                   MOVE "PRECO NOVO INVALIDO" TO WR-DT-SITUACAO
               WHEN OTHER
                   MOVE SPACES             TO WR-DT-SITUACAO
           END-EVALUATE.
           MOVE SPACES                     TO rw-relat-reajuste.
           MOVE WR-DETALHE                 TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           ADD 1                           TO WS-CT-LINHAS2.

       SALTAR-PAGINA SECTION.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-dt-nova-vigencia        TO WR-CB-DT-VIGENCIA.
           MOVE ws-tp-reajuste             TO WR-PR-TIPO.
           MOVE ws-pc-reajuste             TO WR-PR-PERCENTUAL.
           MOVE ws-vl-reajuste             TO WR-PR-VALOR.
           MOVE ws-sentido-reajuste        TO WR-PR-SENTIDO.
           MOVE ws-cd-produto-escopo       TO WR-PR-PRODUTO.
           MOVE ws-cd-familia-escopo       TO WR-PR-FAMILIA.
           MOVE ws-cd-canal-escopo         TO WR-PR-CANAL.
           MOVE ws-cd-classe-escopo        TO WR-PR-CLASSE.
           MOVE ws-tp-arredondamento       TO WR-PR-ARREDONDAMENTO.
           MOVE ws-atualiza-lista          TO WR-PR-LISTA.
           MOVE SPACES                     TO rw-relat-reajuste.
           MOVE WR-CAB1                    TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           MOVE SPACES                     TO rw-relat-reajuste.
           MOVE WR-IDENTIFICACAO           TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           MOVE SPACES                     TO rw-relat-reajuste.
           MOVE WR-PARAMETROS              TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           MOVE SPACES                     TO rw-relat-reajuste.
           MOVE WR-CAB2                    TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           MOVE 4                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-AFETADOS             TO WR-RD-AFETADOS.
           MOVE WS-CT-CONFLITOS            TO WR-RD-CONFLITOS.
           MOVE WS-CT-INVALIDOS            TO WR-RD-INVALIDOS.
           MOVE SPACES                     TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           MOVE SPACES                     TO rw-relat-reajuste.
           MOVE WR-RODAPE                  TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.

      ******************************************************************
      * Aplicacao confirmada: para cada linha da previa a aplicar, a
      * vigencia atual fecha na vespera da nova e a nova vigencia herda
      * o fim da atual com o preco reajustado; o preco de lista e
      * regravado no produto. O resultado fecha a previa impressa e
      * vai para a auditoria.
      ******************************************************************
       APLICAR-REAJUSTE SECTION.
           MOVE LOW-VALUES                 TO rw-wrj-chave.
           START arq-trabalho KEY IS NOT LESS rw-wrj-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-trabalho
           END-START.
           IF  ws-trabalho-ok
               READ arq-trabalho NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-trabalho-ok
               IF  rw-wrj-aplicar
                   IF  rw-wrj-preco-lista
                       PERFORM APLICAR-PRECO-LISTA
                   ELSE
                       PERFORM APLICAR-PRECO-TABELA
                   END-IF
               END-IF
               READ arq-trabalho NEXT RECORD
           END-PERFORM.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE WS-CT-APLICADOS            TO WR-AP-APLICADOS.
           MOVE WS-CT-LISTA                TO WR-AP-LISTA.
           MOVE PARM-OPERADOR-ID           TO WR-AP-OPERADOR.
           MOVE ws-dt-hoje                 TO WR-AP-DATA.
           MOVE WS-CT-FALHAS               TO WR-AP-FALHAS.
           OPEN EXTEND relat-reajuste.
           MOVE SPACES                     TO rw-relat-reajuste.
           MOVE WR-APLICACAO               TO rw-relat-reajuste.
           WRITE rw-relat-reajuste.
           CLOSE relat-reajuste.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Reajuste aplicado: " WS-CT-APLICADOS
                  " precos, " WS-CT-LISTA " precos de lista, "
                  WS-CT-FALHAS " falhas"
                  DELIMITED BY SIZE INTO whs-mensagem.

       APLICAR-PRECO-TABELA SECTION.
           MOVE rw-wrj-cd-produto          TO rw-prc-cd-produto.
           MOVE rw-wrj-cd-canal            TO rw-prc-cd-canal.
           MOVE rw-wrj-cd-classe           TO rw-prc-cd-classe.
           MOVE rw-wrj-dt-inicio-atual     TO rw-prc-dt-inicio.
           READ arq-precos KEY IS rw-prc-chave
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE rw-prc-registro            TO ws-registro-preco-salvo.
           MOVE ws-dt-nova-vigencia        TO rw-prc-dt-inicio.
           MOVE rw-wrj-dt-fim-atual        TO rw-prc-dt-fim.
           MOVE rw-wrj-vl-novo             TO rw-prc-vl-preco.
           WRITE rw-prc-registro.
           IF  NOT ws-operacao-ok
               ADD 1                       TO WS-CT-FALHAS
               EXIT SECTION
           END-IF.
           MOVE ws-registro-preco-salvo    TO rw-prc-registro.
           READ arq-precos KEY IS rw-prc-chave
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE ws-dt-vespera              TO rw-prc-dt-fim.
           REWRITE rw-prc-registro.
           IF  ws-operacao-ok
               ADD 1                       TO WS-CT-APLICADOS
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       APLICAR-PRECO-LISTA SECTION.
           MOVE rw-wrj-cd-produto          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   ADD 1                   TO WS-CT-FALHAS
                   EXIT SECTION
           END-READ.
           MOVE rw-wrj-vl-novo             TO rw-prd-vl-preco-lista.
           REWRITE rw-prd-registro.
           IF  ws-produtos-ok
               ADD 1                       TO WS-CT-LISTA
           ELSE
               ADD 1                       TO WS-CT-FALHAS
           END-IF.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-hr-agora FROM TIME.
           MOVE ws-dt-hoje              TO WR-AU-DATA.
           MOVE ws-hr-agora(1:6)        TO WR-AU-HORA.
           MOVE PARM-OPERADOR-ID        TO WR-AU-OPERADOR.
           MOVE "REAJ PRECO"            TO WR-AU-ACAO.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE ws-dt-nova-vigencia     TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".
       END PROGRAM REAJUSTE-PRECOS.
