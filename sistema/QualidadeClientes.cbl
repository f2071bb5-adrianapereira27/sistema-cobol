      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Avaliacao da qualidade do cadastro dos clientes
      *          ativos. Cada cliente parte de 100 pontos e perde os
      *          pesos das pendencias de preenchimento (contato,
      *          telefone, e-mail, CEP, coordenadas, endereco, janela
      *          de horario, condicao de pagamento) e de coerencia
      *          (e-mail malformado, telefone com menos de 10 digitos,
      *          CEP fora do cepbase.dat ou de outra cidade, abertura
      *          depois do fechamento). Sai em relatQualidadeClientes
      *          .txt o resumo por territorio, comparado com o mes
      *          anterior guardado em qualidadeHist.dat, e a lista de
      *          correcao por vendedor, da pior pontuacao para a
      *          melhor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALIDADE-CLIENTES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-ceps ASSIGN TO DISK "cepbase.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cep-codigo
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-ceps.

           SELECT arq-distribuicao ASSIGN TO DISK "distribuicao.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dst-cd-cliente
             ALTERNATE KEY      IS rw-dst-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-distribuicao.

           SELECT arq-vendedores ASSIGN TO DISK "vendedores.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-vnd-cpf
             ALTERNATE KEY      IS rw-vnd-cd-vendedor
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-vendedores.

           SELECT arq-territorios ASSIGN TO DISK "territorios.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ter-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-territorios.

           SELECT arq-historico ASSIGN TO DISK "qualidadeHist.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-qh-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-historico.

           SELECT arq-trab-pendencias ASSIGN TO DISK
                  "wrkqualidadepend.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-wqp-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-trab-pend.

           SELECT relat-qualidade ASSIGN TO
                  "relatQualidadeClientes.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-relat.

       DATA DIVISION.
       FILE SECTION.
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

           FD arq-ceps.
           01  rw-cep-registro.
               03 rw-cep-codigo            PIC x(008).
               03 rw-cep-latitude          PIC s9(003)v9(008).
               03 rw-cep-longitude         PIC s9(003)v9(008).
               03 rw-cep-ds-logradouro     PIC x(040).
               03 rw-cep-ds-bairro         PIC x(020).
               03 rw-cep-ds-cidade         PIC x(025).
               03 rw-cep-sg-uf             PIC x(002).

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

           FD arq-territorios.
           01  rw-ter-registro.
               03 rw-ter-cd-territorio     PIC x(005).
               03 rw-ter-ds-territorio     PIC x(030).
               03 rw-ter-st-ativo          PIC x(001).
                  88 rw-ter-ativo              VALUE "A".
                  88 rw-ter-inativo            VALUE "I".
               03 rw-ter-limites           PIC x(044).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

      ******************************************************************
      * Resumo mensal por territorio, mantido de um mes para o outro
      ******************************************************************
           FD arq-historico.
           01  rw-qh-registro.
               03 rw-qh-chave.
                  05 rw-qh-nr-anomes       PIC 9(006).
                  05 rw-qh-cd-territorio   PIC x(005).
               03 rw-qh-qt-clientes        PIC 9(006).
               03 rw-qh-qt-pontos          PIC 9(009).
               03 rw-qh-qt-completos       PIC 9(006).

      ******************************************************************
      * Clientes com pendencia, na ordem da lista de correcao: vendedor
      * e pontuacao crescente.
      ******************************************************************
           FD arq-trab-pendencias.
           01  rw-wqp-registro.
               03 rw-wqp-chave.
                  05 rw-wqp-cd-vendedor    PIC 9(003).
                  05 rw-wqp-qt-pontos      PIC 9(003).
                  05 rw-wqp-cd-cliente     PIC 9(007).
               03 rw-wqp-ds-pendencias     PIC x(130).

           FD relat-qualidade.
           01  rw-relat-qualidade          PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-ceps        PIC x(02).
                  88 ws-ceps-ok                VALUE "00", "02".
               03 ws-resultado-distribuicao PIC x(02).
                  88 ws-distribuicao-ok        VALUE "00", "02".
               03 ws-resultado-vendedores  PIC x(02).
                  88 ws-vendedores-ok          VALUE "00", "02".
               03 ws-resultado-territorios PIC x(02).
                  88 ws-territorios-ok         VALUE "00", "02".
               03 ws-resultado-historico   PIC x(02).
                  88 ws-historico-ok           VALUE "00", "02".
               03 ws-resultado-trab-pend   PIC x(02).
                  88 ws-trab-pend-ok           VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-campos-periodo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-anomes-atual          PIC 9(006) VALUE ZEROS.
               03 ws-anomes-anterior       PIC 9(006) VALUE ZEROS.
               03 ws-ceps-disponivel-sw    PIC x(001) VALUE "N".
                  88 ws-ceps-disponivel        VALUE "S".

      ******************************************************************
      * Pesos das pendencias: preenchimento soma 70, coerencia soma 30
      ******************************************************************
           01  ws-pesos-pendencias.
               03 ws-peso-contato          PIC 9(003) VALUE 10.
               03 ws-peso-telefone         PIC 9(003) VALUE 10.
               03 ws-peso-email            PIC 9(003) VALUE 10.
               03 ws-peso-cep              PIC 9(003) VALUE 10.
               03 ws-peso-coordenadas      PIC 9(003) VALUE 10.
               03 ws-peso-endereco         PIC 9(003) VALUE 10.
               03 ws-peso-janela           PIC 9(003) VALUE 05.
               03 ws-peso-cond-pagto       PIC 9(003) VALUE 05.
               03 ws-peso-email-invalido   PIC 9(003) VALUE 10.
               03 ws-peso-telefone-curto   PIC 9(003) VALUE 05.
               03 ws-peso-cep-cidade       PIC 9(003) VALUE 10.
               03 ws-peso-horario          PIC 9(003) VALUE 05.

           01  ws-campos-avaliacao.
               03 ws-qt-pontos             PIC s9(003) VALUE ZEROS.
               03 ws-ds-pendencias         PIC x(130) VALUE SPACES.
               03 ws-ix-pendencias         PIC 9(003) VALUE 1.
               03 ws-cd-vendedor           PIC 9(003) VALUE ZEROS.
               03 ws-ix-caractere          PIC 9(003) VALUE ZEROS.
               03 ws-qt-digitos            PIC 9(003) VALUE ZEROS.
               03 ws-qt-arrobas            PIC 9(003) VALUE ZEROS.
               03 ws-qt-espacos            PIC 9(003) VALUE ZEROS.
               03 ws-qt-pontos-dominio     PIC 9(003) VALUE ZEROS.
               03 ws-tam-email             PIC 9(003) VALUE ZEROS.
               03 ws-tam-dominio           PIC 9(003) VALUE ZEROS.
               03 ws-email-usuario         PIC x(050) VALUE SPACES.
               03 ws-email-dominio         PIC x(050) VALUE SPACES.
               03 ws-email-invalido-sw     PIC x(001) VALUE "N".
                  88 ws-email-invalido         VALUE "S".
               03 ws-cidade-cliente        PIC x(025) VALUE SPACES.
               03 ws-cidade-cep            PIC x(025) VALUE SPACES.
               03 ws-hr-abertura           PIC 9(004) VALUE ZEROS.
               03 ws-hr-abertura-r REDEFINES ws-hr-abertura.
                  05 ws-hh-abertura        PIC 9(002).
                  05 ws-mm-abertura        PIC 9(002).
               03 ws-hr-fechamento         PIC 9(004) VALUE ZEROS.
               03 ws-hr-fechamento-r REDEFINES ws-hr-fechamento.
                  05 ws-hh-fechamento      PIC 9(002).
                  05 ws-mm-fechamento      PIC 9(002).

      ******************************************************************
      * Resumo por territorio do mes corrente (ate 300 territorios)
      ******************************************************************
           01  ws-tabela-territorios.
               03 ws-qt-territorios        PIC 9(003) VALUE ZEROS.
               03 ws-ix-territorio         PIC 9(003) VALUE ZEROS.
               03 ws-tab-territorio OCCURS 300 TIMES.
                  05 ws-tt-cd-territorio   PIC x(005).
                  05 ws-tt-qt-clientes     PIC 9(006).
                  05 ws-tt-qt-pontos       PIC 9(009).
                  05 ws-tt-qt-completos    PIC 9(006).

           01  ws-campos-resumo.
               03 ws-vl-media              PIC 9(003)v9(001)
                                            VALUE ZEROS.
               03 ws-vl-media-anterior     PIC 9(003)v9(001)
                                            VALUE ZEROS.
               03 ws-vl-variacao           PIC s9(003)v9(001)
                                            VALUE ZEROS.
               03 ws-vendedor-grupo        PIC 9(003) VALUE ZEROS.
               03 ws-primeiro-vendedor-sw  PIC x(001) VALUE "S".
                  88 ws-primeiro-vendedor      VALUE "S".

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

      ******************************************************************
      * Paginacao de impressora: paginas de 66 linhas, com quebra no
      * fim da area util, linha de subtotal acumulado antes da quebra
      * e cabecalho repetido no topo de cada pagina.
      ******************************************************************
           01  WS-CONTADORES.
               03 WS-CT-AVALIADOS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-PENDENTES          PIC 9(006) VALUE ZEROS.
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
               03 FILLER                   PIC X(021) VALUE
                   "CLIENTES AVALIADOS: ".
               03 WR-RD-AVALIADOS          PIC Z(005)9.
               03 FILLER                   PIC X(018) VALUE
                   "   COM PENDENCIA: ".
               03 WR-RD-PENDENTES          PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
               03 WR-RD-TOTAL-PAGINAS      PIC Z(002)9.

           01  WR-CAB1.
               03 FILLER                   PIC X(010) VALUE " ".
               03 FILLER                   PIC X(040) VALUE
                   "QUALIDADE DO CADASTRO DE CLIENTES".
               03 FILLER                   PIC X(008) VALUE "ANOMES ".
               03 WR-CB-ANOMES             PIC 9(006).

           01  WR-CAB-RESUMO.
               03 FILLER                   PIC X(050) VALUE
                   "RESUMO POR TERRITORIO                     CLIENTES".
               03 FILLER                   PIC X(050) VALUE
                   "  MEDIA COMPLETOS  MES ANTERIOR   VARIACAO".

           01  WR-RESUMO.
               03 WR-RS-CD-TERRITORIO      PIC X(005).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-RS-DESCRICAO          PIC X(030).
               03 FILLER                   PIC X(008) VALUE SPACES.
               03 WR-RS-CLIENTES           PIC Z(005)9.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-RS-MEDIA              PIC ZZ9,9.
               03 FILLER                   PIC X(004) VALUE SPACES.
               03 WR-RS-COMPLETOS          PIC Z(005)9.
               03 FILLER                   PIC X(009) VALUE SPACES.
               03 WR-RS-MEDIA-ANTERIOR     PIC ZZ9,9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 WR-RS-VARIACAO           PIC -ZZ9,9.

           01  WR-CAB-LISTA.
               03 FILLER                   PIC X(050) VALUE
                   "LISTA DE CORRECAO POR VENDEDOR (PIOR PRIMEIRO)".

           01  WR-VENDEDOR.
               03 FILLER                   PIC X(009) VALUE
                   "VENDEDOR ".
               03 WR-VD-CD-VENDEDOR        PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-VD-NOME               PIC X(040).

           01  WR-PENDENCIA.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-PD-CD-CLIENTE         PIC 9(007).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-PD-RAZAO              PIC X(030).
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-PD-PONTOS             PIC ZZ9.
               03 FILLER                   PIC X(001) VALUE SPACES.
               03 WR-PD-PENDENCIAS         PIC X(130).

       LINKAGE SECTION.
           01  PARAMETROS-IDENTIFICACAO.
               05 ID-SOLICITANTE           PIC x(010).

       PROCEDURE DIVISION USING PARAMETROS-IDENTIFICACAO.
       MAIN-PROCEDURE SECTION.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE ws-dt-hoje(1:6)            TO ws-anomes-atual.
           IF  ws-dt-hoje(5:2) EQUAL "01"
               COMPUTE ws-anomes-anterior = ws-anomes-atual - 89
           ELSE
               COMPUTE ws-anomes-anterior = ws-anomes-atual - 1
           END-IF.
           OPEN INPUT arq-clientes.
           IF  NOT ws-clientes-ok
               DISPLAY "QUALIDADE-CLIENTES: clientes.dat "
                       "nao encontrado"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-ceps.
           IF  ws-ceps-ok
               MOVE "S"                    TO ws-ceps-disponivel-sw
           END-IF.
           OPEN INPUT arq-distribuicao.
           OPEN INPUT arq-vendedores.
           OPEN INPUT arq-territorios.
           OPEN I-O arq-historico.
           IF  NOT ws-historico-ok
               OPEN OUTPUT arq-historico
               CLOSE arq-historico
               OPEN I-O arq-historico
           END-IF.
           OPEN OUTPUT arq-trab-pendencias.
           CLOSE arq-trab-pendencias.
           OPEN I-O arq-trab-pendencias.
           PERFORM AVALIAR-CLIENTES.
           PERFORM GRAVAR-HISTORICO.
           OPEN OUTPUT relat-qualidade.
           ACCEPT ws-hr-emissao FROM TIME.
           MOVE ws-dt-hoje                 TO WR-ID-DATA.
           MOVE ws-hr-emissao(1:6)         TO WR-ID-HORA.
           MOVE ID-SOLICITANTE             TO WR-ID-SOLICITANTE.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM IMPRIMIR-LISTA-CORRECAO.
           PERFORM IMPRIMIR-RODAPE.
           CLOSE arq-clientes.
           IF  ws-ceps-disponivel
               CLOSE arq-ceps
           END-IF.
           CLOSE arq-distribuicao.
           CLOSE arq-vendedores.
           CLOSE arq-territorios.
           CLOSE arq-historico.
           CLOSE arq-trab-pendencias.
           CLOSE relat-qualidade.
           DISPLAY "QUALIDADE-CLIENTES: " WS-CT-AVALIADOS
                   " avaliados, " WS-CT-PENDENTES
                   " com pendencia em relatQualidadeClientes.txt".
           EXIT PROGRAM.

       AVALIAR-CLIENTES SECTION.
           MOVE ZEROS                      TO rw-cli-cnpj.
           START arq-clientes KEY IS NOT LESS rw-cli-cnpj
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-clientes NEXT RECORD.
           PERFORM UNTIL NOT ws-clientes-ok
               IF  rw-cli-ativo
                   PERFORM AVALIAR-CLIENTE
               END-IF
               READ arq-clientes NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Pontua o cliente e, havendo pendencia, grava na lista de
      * correcao do vendedor da distribuicao (000 quando sem).
      ******************************************************************
       AVALIAR-CLIENTE SECTION.
           ADD 1                           TO WS-CT-AVALIADOS.
           MOVE 100                        TO ws-qt-pontos.
           MOVE SPACES                     TO ws-ds-pendencias.
           MOVE 1                          TO ws-ix-pendencias.
           PERFORM AVALIAR-PREENCHIMENTO.
           PERFORM AVALIAR-EMAIL.
           PERFORM AVALIAR-TELEFONE.
           PERFORM AVALIAR-CEP-CIDADE.
           PERFORM AVALIAR-HORARIO.
           IF  ws-qt-pontos LESS ZEROS
               MOVE ZEROS                  TO ws-qt-pontos
           END-IF.
           PERFORM ACUMULAR-TERRITORIO.
           IF  ws-qt-pontos LESS 100
               ADD 1                       TO WS-CT-PENDENTES
               MOVE ZEROS                  TO ws-cd-vendedor
               MOVE rw-cli-cd-cliente      TO rw-dst-cd-cliente
               READ arq-distribuicao KEY IS rw-dst-cd-cliente
                   NOT INVALID KEY
                       MOVE rw-dst-cd-vendedor TO ws-cd-vendedor
               END-READ
               MOVE ws-cd-vendedor         TO rw-wqp-cd-vendedor
               MOVE ws-qt-pontos           TO rw-wqp-qt-pontos
               MOVE rw-cli-cd-cliente      TO rw-wqp-cd-cliente
               MOVE ws-ds-pendencias       TO rw-wqp-ds-pendencias
               WRITE rw-wqp-registro
           END-IF.

       AVALIAR-PREENCHIMENTO SECTION.
           IF  rw-cli-nm-contato EQUAL SPACES
               SUBTRACT ws-peso-contato    FROM ws-qt-pontos
               STRING "CONTATO " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.
           IF  rw-cli-nr-telefone EQUAL SPACES
               SUBTRACT ws-peso-telefone   FROM ws-qt-pontos
               STRING "TELEFONE " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.
           IF  rw-cli-ds-email EQUAL SPACES
               SUBTRACT ws-peso-email      FROM ws-qt-pontos
               STRING "E-MAIL " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.
           IF  rw-cli-nr-cep EQUAL SPACES
               SUBTRACT ws-peso-cep        FROM ws-qt-pontos
               STRING "CEP " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.
           IF  rw-cli-latitude EQUAL ZEROS
           OR  rw-cli-longitude EQUAL ZEROS
               SUBTRACT ws-peso-coordenadas FROM ws-qt-pontos
               STRING "COORDENADAS " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.
           IF  rw-cli-ds-logradouro EQUAL SPACES
           OR  rw-cli-nr-numero EQUAL SPACES
           OR  rw-cli-ds-bairro EQUAL SPACES
           OR  rw-cli-ds-cidade EQUAL SPACES
           OR  rw-cli-sg-uf EQUAL SPACES
               SUBTRACT ws-peso-endereco   FROM ws-qt-pontos
               STRING "ENDERECO " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.
           IF  rw-cli-hr-abertura EQUAL ZEROS
           OR  rw-cli-hr-fechamento EQUAL ZEROS
               SUBTRACT ws-peso-janela     FROM ws-qt-pontos
               STRING "JANELA " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.
           IF  rw-cli-cd-cond-pagto EQUAL SPACES
               SUBTRACT ws-peso-cond-pagto FROM ws-qt-pontos
               STRING "COND-PAGTO " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.

      ******************************************************************
      * E-mail aceito: um so arroba, usuario e dominio preenchidos,
      * sem espacos no meio e dominio com ponto que nao seja o
      * primeiro nem o ultimo caractere.
      ******************************************************************
       AVALIAR-EMAIL SECTION.
           IF  rw-cli-ds-email EQUAL SPACES
               EXIT SECTION
           END-IF.
           MOVE "N"                        TO ws-email-invalido-sw.
           MOVE ZEROS                      TO ws-qt-arrobas.
           INSPECT rw-cli-ds-email TALLYING ws-qt-arrobas FOR ALL "@".
           MOVE FUNCTION LENGTH(FUNCTION TRIM(rw-cli-ds-email))
                                           TO ws-tam-email.
           MOVE ZEROS                      TO ws-qt-espacos.
           INSPECT FUNCTION TRIM(rw-cli-ds-email)
                   TALLYING ws-qt-espacos FOR ALL SPACE.
           IF  ws-qt-arrobas NOT EQUAL 1
           OR  ws-qt-espacos GREATER ZEROS
               MOVE "S"                    TO ws-email-invalido-sw
           ELSE
               MOVE SPACES                 TO ws-email-usuario
               MOVE SPACES                 TO ws-email-dominio
               UNSTRING FUNCTION TRIM(rw-cli-ds-email)
                        DELIMITED BY "@"
                        INTO ws-email-usuario ws-email-dominio
               END-UNSTRING
               MOVE ZEROS                  TO ws-qt-pontos-dominio
               INSPECT ws-email-dominio
                       TALLYING ws-qt-pontos-dominio FOR ALL "."
               IF  ws-email-usuario EQUAL SPACES
               OR  ws-email-dominio EQUAL SPACES
               OR  ws-qt-pontos-dominio EQUAL ZEROS
                   MOVE "S"                TO ws-email-invalido-sw
               ELSE
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-email-dominio))
                                           TO ws-tam-dominio
                   IF  ws-email-dominio(1:1) EQUAL "."
                   OR  ws-email-dominio(ws-tam-dominio:1) EQUAL "."
                       MOVE "S"            TO ws-email-invalido-sw
                   END-IF
               END-IF
           END-IF.
           IF  ws-email-invalido
               SUBTRACT ws-peso-email-invalido FROM ws-qt-pontos
               STRING "E-MAIL-INVALIDO " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.

      ******************************************************************
      * Telefone com DDD tem ao menos 10 digitos (mascara ignorada)
      ******************************************************************
       AVALIAR-TELEFONE SECTION.
           IF  rw-cli-nr-telefone EQUAL SPACES
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO ws-qt-digitos.
           PERFORM VARYING ws-ix-caractere FROM 1 BY 1
                     UNTIL ws-ix-caractere GREATER 15
               IF  rw-cli-nr-telefone(ws-ix-caractere:1) IS NUMERIC
                   ADD 1                   TO ws-qt-digitos
               END-IF
           END-PERFORM.
           IF  ws-qt-digitos LESS 10
               SUBTRACT ws-peso-telefone-curto FROM ws-qt-pontos
               STRING "TELEFONE-CURTO " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.

      ******************************************************************
      * O CEP informado tem de existir no cepbase.dat e ser da mesma
      * cidade do endereco do cliente.
      ******************************************************************
       AVALIAR-CEP-CIDADE SECTION.
           IF  rw-cli-nr-cep EQUAL SPACES
           OR  NOT ws-ceps-disponivel
               EXIT SECTION
           END-IF.
           MOVE rw-cli-nr-cep              TO rw-cep-codigo.
           READ arq-ceps KEY IS rw-cep-codigo
               INVALID KEY
                   SUBTRACT ws-peso-cep-cidade FROM ws-qt-pontos
                   STRING "CEP-INEXISTENTE " DELIMITED BY SIZE
                          INTO ws-ds-pendencias
                          WITH POINTER ws-ix-pendencias
                   EXIT SECTION
           END-READ.
           IF  rw-cli-ds-cidade EQUAL SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(rw-cli-ds-cidade)
                                           TO ws-cidade-cliente.
           MOVE FUNCTION UPPER-CASE(rw-cep-ds-cidade)
                                           TO ws-cidade-cep.
           IF  ws-cidade-cliente NOT EQUAL ws-cidade-cep
               SUBTRACT ws-peso-cep-cidade FROM ws-qt-pontos
               STRING "CEP-OUTRA-CIDADE " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.

      ******************************************************************
      * Janela informada tem de ser hora valida e abrir antes de fechar
      ******************************************************************
       AVALIAR-HORARIO SECTION.
           IF  rw-cli-hr-abertura EQUAL ZEROS
           OR  rw-cli-hr-fechamento EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE rw-cli-hr-abertura         TO ws-hr-abertura.
           MOVE rw-cli-hr-fechamento       TO ws-hr-fechamento.
           IF  ws-hh-abertura GREATER 23
           OR  ws-mm-abertura GREATER 59
           OR  ws-hh-fechamento GREATER 23
           OR  ws-mm-fechamento GREATER 59
           OR  ws-hr-abertura NOT LESS ws-hr-fechamento
               SUBTRACT ws-peso-horario    FROM ws-qt-pontos
               STRING "HORARIO " DELIMITED BY SIZE
                      INTO ws-ds-pendencias
                      WITH POINTER ws-ix-pendencias
           END-IF.

       ACUMULAR-TERRITORIO SECTION.
           PERFORM VARYING ws-ix-territorio FROM 1 BY 1
                     UNTIL ws-ix-territorio GREATER ws-qt-territorios
                        OR ws-tt-cd-territorio(ws-ix-territorio)
                           EQUAL rw-cli-cd-territorio
               CONTINUE
           END-PERFORM.
           IF  ws-ix-territorio GREATER ws-qt-territorios
               IF  ws-qt-territorios NOT LESS 300
                   EXIT SECTION
               END-IF
               ADD 1                       TO ws-qt-territorios
               MOVE ws-qt-territorios      TO ws-ix-territorio
               MOVE rw-cli-cd-territorio
                    TO ws-tt-cd-territorio(ws-ix-territorio)
               MOVE ZEROS TO ws-tt-qt-clientes(ws-ix-territorio)
               MOVE ZEROS TO ws-tt-qt-pontos(ws-ix-territorio)
               MOVE ZEROS TO ws-tt-qt-completos(ws-ix-territorio)
           END-IF.
           ADD 1            TO ws-tt-qt-clientes(ws-ix-territorio).
           ADD ws-qt-pontos TO ws-tt-qt-pontos(ws-ix-territorio).
           IF  ws-qt-pontos EQUAL 100
               ADD 1        TO ws-tt-qt-completos(ws-ix-territorio)
           END-IF.

      ******************************************************************
      * Grava (ou regrava, na segunda execucao do mes) o resumo do mes
      * corrente para a comparacao do mes seguinte.
      ******************************************************************
       GRAVAR-HISTORICO SECTION.
           PERFORM VARYING ws-ix-territorio FROM 1 BY 1
                     UNTIL ws-ix-territorio GREATER ws-qt-territorios
               MOVE ws-anomes-atual        TO rw-qh-nr-anomes
               MOVE ws-tt-cd-territorio(ws-ix-territorio)
                                           TO rw-qh-cd-territorio
               MOVE ws-tt-qt-clientes(ws-ix-territorio)
                                           TO rw-qh-qt-clientes
               MOVE ws-tt-qt-pontos(ws-ix-territorio)
                                           TO rw-qh-qt-pontos
               MOVE ws-tt-qt-completos(ws-ix-territorio)
                                           TO rw-qh-qt-completos
               WRITE rw-qh-registro
               IF  ws-resultado-historico EQUAL "22"
                   REWRITE rw-qh-registro
               END-IF
           END-PERFORM.

      ******************************************************************
      * Resumo do mes por territorio, na ordem do historico (codigo do
      * territorio), com a media do mes anterior ao lado.
      ******************************************************************
       IMPRIMIR-RESUMO SECTION.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-CAB-RESUMO              TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 1                           TO WS-CT-LINHAS2.
           MOVE ws-anomes-atual            TO rw-qh-nr-anomes.
           MOVE SPACES                     TO rw-qh-cd-territorio.
           START arq-historico KEY IS NOT LESS rw-qh-chave
               INVALID KEY
                   MOVE "10"               TO ws-resultado-historico
               NOT INVALID KEY
                   READ arq-historico NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-historico-ok
                      OR rw-qh-nr-anomes NOT EQUAL ws-anomes-atual
               PERFORM IMPRIMIR-TERRITORIO
               READ arq-historico NEXT RECORD
           END-PERFORM.
           MOVE SPACES                     TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-TERRITORIO SECTION.
           MOVE rw-qh-cd-territorio        TO WR-RS-CD-TERRITORIO.
           MOVE rw-qh-qt-clientes          TO WR-RS-CLIENTES.
           MOVE rw-qh-qt-completos         TO WR-RS-COMPLETOS.
           COMPUTE ws-vl-media ROUNDED =
                   rw-qh-qt-pontos / rw-qh-qt-clientes.
           MOVE ws-vl-media                TO WR-RS-MEDIA.
           MOVE rw-qh-cd-territorio        TO rw-ter-cd-territorio.
           IF  rw-qh-cd-territorio EQUAL SPACES
               MOVE "(CLIENTE SEM TERRITORIO)" TO rw-ter-ds-territorio
           ELSE
               READ arq-territorios KEY IS rw-ter-cd-territorio
                   INVALID KEY
                       MOVE "(TERRITORIO NAO ENCONTRADO)"
                                           TO rw-ter-ds-territorio
               END-READ
           END-IF.
           MOVE rw-ter-ds-territorio       TO WR-RS-DESCRICAO.
           MOVE ws-anomes-anterior         TO rw-qh-nr-anomes.
           READ arq-historico KEY IS rw-qh-chave
               INVALID KEY
                   MOVE ZEROS              TO WR-RS-MEDIA-ANTERIOR
                   MOVE ZEROS              TO WR-RS-VARIACAO
               NOT INVALID KEY
                   COMPUTE ws-vl-media-anterior ROUNDED =
                           rw-qh-qt-pontos / rw-qh-qt-clientes
                   COMPUTE ws-vl-variacao =
                           ws-vl-media - ws-vl-media-anterior
                   MOVE ws-vl-media-anterior TO WR-RS-MEDIA-ANTERIOR
                   MOVE ws-vl-variacao     TO WR-RS-VARIACAO
           END-READ.
      *    reposiciona no registro do mes corrente para seguir a leitura
           MOVE ws-anomes-atual            TO rw-qh-nr-anomes.
           READ arq-historico KEY IS rw-qh-chave.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-RESUMO                  TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Lista de correcao: um bloco por vendedor, pior pontuacao antes
      ******************************************************************
       IMPRIMIR-LISTA-CORRECAO SECTION.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-CAB-LISTA               TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 1                           TO WS-CT-LINHAS2.
           MOVE LOW-VALUES                 TO rw-wqp-chave.
           START arq-trab-pendencias KEY IS NOT LESS rw-wqp-chave
               INVALID KEY
                   MOVE "10"               TO ws-resultado-trab-pend
               NOT INVALID KEY
                   READ arq-trab-pendencias NEXT RECORD
           END-START.
           PERFORM UNTIL NOT ws-trab-pend-ok
               IF  rw-wqp-cd-vendedor NOT EQUAL ws-vendedor-grupo
               OR  ws-primeiro-vendedor
                   MOVE "N"                TO ws-primeiro-vendedor-sw
                   PERFORM IMPRIMIR-CAB-VENDEDOR
               END-IF
               PERFORM IMPRIMIR-PENDENCIA
               READ arq-trab-pendencias NEXT RECORD
           END-PERFORM.

       IMPRIMIR-CAB-VENDEDOR SECTION.
           MOVE rw-wqp-cd-vendedor         TO ws-vendedor-grupo.
           MOVE ws-vendedor-grupo          TO rw-vnd-cd-vendedor.
           MOVE SPACES                     TO rw-vnd-nome.
           IF  ws-vendedor-grupo EQUAL ZEROS
               MOVE "(CLIENTE SEM DISTRIBUICAO)" TO rw-vnd-nome
           ELSE
               START arq-vendedores KEY IS EQUAL rw-vnd-cd-vendedor
                   INVALID KEY
                       MOVE "(VENDEDOR NAO ENCONTRADO)"
                                           TO rw-vnd-nome
                   NOT INVALID KEY
                       READ arq-vendedores NEXT RECORD
               END-START
           END-IF.
           MOVE ws-vendedor-grupo          TO WR-VD-CD-VENDEDOR.
           MOVE rw-vnd-nome                TO WR-VD-NOME.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS - 1
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-VENDEDOR                TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 2                           TO WS-CT-LINHAS2.

       IMPRIMIR-PENDENCIA SECTION.
           MOVE rw-wqp-cd-cliente          TO rw-cli-cd-cliente.
           START arq-clientes KEY IS EQUAL rw-cli-cd-cliente
               INVALID KEY
                   MOVE "(CLIENTE NAO ENCONTRADO)"
                                           TO rw-cli-razao-social
               NOT INVALID KEY
                   READ arq-clientes NEXT RECORD
           END-START.
           MOVE rw-wqp-cd-cliente          TO WR-PD-CD-CLIENTE.
           MOVE rw-cli-razao-social        TO WR-PD-RAZAO.
           MOVE rw-wqp-qt-pontos           TO WR-PD-PONTOS.
           MOVE rw-wqp-ds-pendencias       TO WR-PD-PENDENCIAS.
           IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
               PERFORM SALTAR-PAGINA
           END-IF.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-PENDENCIA               TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Fecha a pagina corrente com o subtotal acumulado e completa as
      * 66 linhas antes do cabecalho da pagina seguinte, para a quebra
      * fisica da impressora cair no lugar certo.
      ******************************************************************
       SALTAR-PAGINA SECTION.
           MOVE WS-CT-AVALIADOS            TO WR-SC-SUBTOTAL.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-SUBTOTAL-CONTINUA       TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 1                           TO WS-CT-LINHAS2.
           PERFORM COMPLETAR-PAGINA
                   UNTIL WS-CT-LINHAS2 NOT LESS WS-TAMANHO-PAGINA.
           PERFORM IMPRIMIR-CABECALHO.

       COMPLETAR-PAGINA SECTION.
           MOVE SPACES                     TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
           MOVE ws-anomes-atual            TO WR-CB-ANOMES.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-CAB1                    TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-IDENTIFICACAO           TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           MOVE SPACES                     TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           MOVE 3                          TO WS-CT-LINHAS2.

       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-AVALIADOS            TO WR-RD-AVALIADOS.
           MOVE WS-CT-PENDENTES            TO WR-RD-PENDENTES.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
           MOVE SPACES                     TO rw-relat-qualidade.
           MOVE WR-RODAPE                  TO rw-relat-qualidade.
           WRITE rw-relat-qualidade.
       END PROGRAM QUALIDADE-CLIENTES.
