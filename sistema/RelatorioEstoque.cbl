      * Author: Adriana Pereira
      * Date: 02/09/2026
      * Purpose: Relatorio da posicao diaria de estoque: um produto
      *          por linha com o saldo total de estoque.dat, destacando
      *          os produtos ativos sem saldo disponivel, seguido do
      *          saldo de cada deposito (estoqueDepositos.dat), com o
      *          mesmo alerta por deposito
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estoque.

           SELECT arq-estoque-depositos
             ASSIGN TO DISK "estoqueDepositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-esd-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-est-depositos.

           SELECT arq-depositos ASSIGN TO DISK "depositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dep-cd-deposito
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

           SELECT relat-estoque ASSIGN TO "relatEstoque.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

           FD arq-estoque.
           01  rw-est-registro.
               03 rw-est-cd-produto        PIC 9(007).
               03 rw-est-qt-saldo          PIC s9(007).

           FD arq-estoque-depositos.
           01  rw-esd-registro.
               03 rw-esd-chave.
                  05 rw-esd-cd-produto     PIC 9(007).
                  05 rw-esd-cd-deposito    PIC 9(003).
               03 rw-esd-qt-saldo          PIC s9(007).

           FD arq-depositos.
           01  rw-dep-registro.
               03 rw-dep-cd-deposito       PIC 9(003).
               03 rw-dep-ds-deposito       PIC x(030).
               03 rw-dep-st-ativo          PIC x(001).
                  88 rw-dep-ativo              VALUE "A".
                  88 rw-dep-inativo            VALUE "I".
               03 rw-dep-nr-latitude       PIC s9(003)v9(008).
               03 rw-dep-nr-longitude      PIC s9(003)v9(008).
               03 rw-dep-sg-uf             PIC x(002).

           FD relat-estoque.
           01  rw-relat-estoque            PIC x(200).

                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-estoque     PIC x(02).
                  88 ws-estoque-ok             VALUE "00", "02".
               03 ws-resultado-est-depositos PIC x(02).
                  88 ws-est-depositos-ok       VALUE "00", "02".
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".
               03 ws-resultado-relat       PIC x(02).

           01  ws-dt-hoje                  PIC 9(008) VALUE ZEROS.
           01  ws-hr-emissao               PIC 9(008) VALUE ZEROS.
           01  ws-estoque-aberto-sw        PIC x(001) VALUE "N".
               88 ws-estoque-aberto            VALUE "S".
           01  ws-est-depositos-aberto-sw  PIC x(001) VALUE "N".
               88 ws-est-depositos-aberto      VALUE "S".
           01  ws-depositos-aberto-sw      PIC x(001) VALUE "N".
               88 ws-depositos-aberto          VALUE "S".

           01  WR-IDENTIFICACAO.
               03 FILLER                   PIC X(011) VALUE
           01  WS-CONTADORES.
               03 WS-CT-PRODUTOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-SEM-SALDO          PIC 9(006) VALUE ZEROS.
               03 WS-CT-DEP-SEM-SALDO      PIC 9(006) VALUE ZEROS.
               03 WS-CT-PAGINA             PIC 9(003) VALUE ZEROS.
               03 WS-CT-LINHAS             PIC 9(002) VALUE 64.
               03 WS-CT-LINHAS2            PIC 9(002) VALUE ZEROS.
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DT-ALERTA             PIC X(010).

           01  WR-DETALHE-DEPOSITO.
               03 FILLER                   PIC X(013) VALUE
                   "   DEPOSITO ".
               03 WR-DD-CD-DEPOSITO        PIC 9(003).
               03 FILLER                   PIC X(003) VALUE " - ".
               03 WR-DD-DS-DEPOSITO        PIC X(030).
               03 FILLER                   PIC X(007) VALUE SPACES.
               03 WR-DD-SALDO              PIC -9(007).
               03 FILLER                   PIC X(002) VALUE SPACES.
               03 WR-DD-ALERTA             PIC X(010).

           01  WR-RODAPE.
               03 FILLER                   PIC X(020) VALUE
                   "TOTAL DE PRODUTOS: ".
               03 FILLER                   PIC X(013) VALUE
                   "  SEM SALDO: ".
               03 WR-RD-SEM-SALDO          PIC Z(005)9.
               03 FILLER                   PIC X(024) VALUE
                   "  DEPOSITOS SEM SALDO: ".
               03 WR-RD-DEP-SEM-SALDO      PIC Z(005)9.
               03 FILLER                   PIC X(005) VALUE SPACES.
               03 FILLER                   PIC X(017) VALUE
                   "TOTAL DE PAGINAS:".
           IF  ws-estoque-ok
               MOVE "S"                    TO ws-estoque-aberto-sw
           END-IF.
           OPEN INPUT arq-estoque-depositos.
           IF  ws-est-depositos-ok
               MOVE "S"                    TO ws-est-depositos-aberto-sw
           END-IF.
           OPEN INPUT arq-depositos.
           IF  ws-depositos-ok
               MOVE "S"                    TO ws-depositos-aberto-sw
           END-IF.
           OPEN OUTPUT relat-estoque.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-emissao FROM TIME.
           IF  ws-estoque-aberto
               CLOSE arq-estoque
           END-IF.
           IF  ws-est-depositos-aberto
               CLOSE arq-estoque-depositos
           END-IF.
           IF  ws-depositos-aberto
               CLOSE arq-depositos
           END-IF.
           CLOSE relat-estoque.
           EXIT PROGRAM.

                       PERFORM SALTAR-PAGINA
                   END-IF
                   PERFORM IMPRIMIR-DETALHE
                   IF  ws-est-depositos-aberto
                       PERFORM IMPRIMIR-DEPOSITOS-PRODUTO
                   END-IF
               END-IF
               READ arq-produtos NEXT RECORD
           END-PERFORM.
           WRITE rw-relat-estoque.
           ADD 1                           TO WS-CT-LINHAS2.

      ******************************************************************
      * Uma linha por deposito com saldo registrado para o produto,
      * logo abaixo da linha do total.
      ******************************************************************
       IMPRIMIR-DEPOSITOS-PRODUTO SECTION.
           MOVE rw-prd-cd-produto          TO rw-esd-cd-produto.
           MOVE ZEROS                      TO rw-esd-cd-deposito.
           START arq-estoque-depositos KEY IS NOT LESS rw-esd-chave
               INVALID KEY
                   MOVE "23"           TO ws-resultado-est-depositos
           END-START.
           IF  ws-est-depositos-ok
               READ arq-estoque-depositos NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-est-depositos-ok
                      OR rw-esd-cd-produto NOT EQUAL rw-prd-cd-produto
               IF  WS-CT-LINHAS2 >= WS-CT-LINHAS
                   PERFORM SALTAR-PAGINA
               END-IF
               PERFORM IMPRIMIR-DETALHE-DEPOSITO
               READ arq-estoque-depositos NEXT RECORD
           END-PERFORM.

       IMPRIMIR-DETALHE-DEPOSITO SECTION.
           MOVE rw-esd-cd-deposito         TO WR-DD-CD-DEPOSITO.
           MOVE SPACES                     TO WR-DD-DS-DEPOSITO.
           IF  ws-depositos-aberto
               MOVE rw-esd-cd-deposito     TO rw-dep-cd-deposito
               READ arq-depositos KEY IS rw-dep-cd-deposito
                   INVALID KEY
                       MOVE "DEPOSITO PADRAO" TO rw-dep-ds-deposito
               END-READ
               MOVE rw-dep-ds-deposito     TO WR-DD-DS-DEPOSITO
           END-IF.
           MOVE rw-esd-qt-saldo            TO WR-DD-SALDO.
           IF  rw-esd-qt-saldo NOT GREATER ZEROS
               ADD 1                       TO WS-CT-DEP-SEM-SALDO
               MOVE "SEM SALDO"            TO WR-DD-ALERTA
           ELSE
               MOVE SPACES                 TO WR-DD-ALERTA
           END-IF.
           MOVE SPACES                     TO rw-relat-estoque.
           MOVE WR-DETALHE-DEPOSITO        TO rw-relat-estoque.
           WRITE rw-relat-estoque.
           ADD 1                           TO WS-CT-LINHAS2.

       IMPRIMIR-CABECALHO SECTION.
           ADD 1                           TO WS-CT-PAGINA.
           MOVE WS-CT-PAGINA               TO WR-ID-PAGINA.
       IMPRIMIR-RODAPE SECTION.
           MOVE WS-CT-PRODUTOS             TO WR-RD-PRODUTOS.
           MOVE WS-CT-SEM-SALDO            TO WR-RD-SEM-SALDO.
           MOVE WS-CT-DEP-SEM-SALDO        TO WR-RD-DEP-SEM-SALDO.
           MOVE WS-CT-PAGINA               TO WR-RD-TOTAL-PAGINAS.
           MOVE SPACES                     TO rw-relat-estoque.
           WRITE rw-relat-estoque.
