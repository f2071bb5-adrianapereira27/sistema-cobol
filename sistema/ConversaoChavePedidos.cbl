      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Conversao unica de pedidos.dat e pedidosHist.dat para
      *          o layout com a chave alternada cliente+data. Cada
      *          arquivo ainda no layout antigo e copiado registro a
      *          registro para uma copia de seguranca (pedidosConv.dat
      *          / pedidosHistConv.dat), recriado com as chaves novas e
      *          recarregado da copia. As quantidades lidas antes, as
      *          gravadas e as relidas depois da reconstrucao sao
      *          conferidas; havendo divergencia o programa termina
      *          com RETURN-CODE 8 e a copia fica preservada para a
      *          recarga. O layout gravado e reconhecido pelo tamanho
      *          do registro e pelas chaves com que o arquivo abre:
      *          original (99 posicoes, sem a chave cliente+data), ja
      *          convertido para a chave (99), com a data prometida de
      *          entrega (107) ou atual (142); so o atual fica como
      *          esta. O registro recarregado ja sai com a data
      *          prometida de entrega, as datas de confirmacao,
      *          transmissao e entrega e o romaneio (zerados para os
      *          pedidos anteriores a elas). Os demais arquivos com
      *          layout estendido sao convertidos pelo
      *          CONVERSAO-LAYOUT-ARQUIVOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSAO-CHAVE-PEDIDOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-ant-nr-pedido
             ALTERNATE KEY      IS rw-ant-cd-vendedor WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-chave-cliente ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-chv-nr-pedido
             ALTERNATE KEY      IS rw-chv-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chv-chave-cliente-data
                                = rw-chv-cd-cliente rw-chv-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-entrega-prevista ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-epr-nr-pedido
             ALTERNATE KEY      IS rw-epr-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-epr-chave-cliente-data
                                = rw-epr-cd-cliente rw-epr-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-novo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-nov-nr-pedido
             ALTERNATE KEY      IS rw-nov-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-nov-chave-cliente-data
                                = rw-nov-cd-cliente rw-nov-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-novo.

           SELECT arq-copia ASSIGN TO DISK ws-nome-copia
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-cop-nr-pedido
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-copia.

       DATA DIVISION.
       FILE SECTION.
           FD arq-antigo.
           01  rw-ant-registro.
               03 rw-ant-nr-pedido         PIC 9(007).
               03 rw-ant-cd-cliente        PIC 9(007).
               03 rw-ant-cd-vendedor       PIC 9(003).
               03 rw-ant-dt-pedido         PIC 9(008).
               03 rw-ant-dados             PIC x(074).

      *    ja com a chave cliente+data, ainda com 99 posicoes
           FD arq-chave-cliente.
           01  rw-chv-registro.
               03 rw-chv-nr-pedido         PIC 9(007).
               03 rw-chv-cd-cliente        PIC 9(007).
               03 rw-chv-cd-vendedor       PIC 9(003).
               03 rw-chv-dt-pedido         PIC 9(008).
               03 rw-chv-dados             PIC x(074).

      *    chave cliente+data e data prometida de entrega (107)
           FD arq-entrega-prevista.
           01  rw-epr-registro.
               03 rw-epr-nr-pedido         PIC 9(007).
               03 rw-epr-cd-cliente        PIC 9(007).
               03 rw-epr-cd-vendedor       PIC 9(003).
               03 rw-epr-dt-pedido         PIC 9(008).
               03 rw-epr-dados             PIC x(074).
               03 rw-epr-dt-entrega-prevista PIC 9(008).

           FD arq-novo.
           01  rw-nov-registro.
               03 rw-nov-nr-pedido         PIC 9(007).
               03 rw-nov-cd-cliente        PIC 9(007).
               03 rw-nov-cd-vendedor       PIC 9(003).
               03 rw-nov-dt-pedido         PIC 9(008).
               03 rw-nov-dados             PIC x(074).
               03 rw-nov-dt-entrega-prevista PIC 9(008).
               03 rw-nov-dt-confirmacao    PIC 9(008).
               03 rw-nov-dt-transmissao    PIC 9(008).
               03 rw-nov-dt-entrega        PIC 9(008).
               03 rw-nov-st-entrega        PIC x(001).
               03 rw-nov-dt-romaneio       PIC 9(008).
               03 rw-nov-nr-romaneio       PIC 9(002).

           FD arq-copia.
           01  rw-cop-registro.
               03 rw-cop-nr-pedido         PIC 9(007).
               03 rw-cop-dados             PIC x(135).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-antigo      PIC x(02).
                  88 ws-antigo-ok              VALUE "00", "02".
               03 ws-resultado-novo        PIC x(02).
                  88 ws-novo-ok                VALUE "00", "02".
                  88 ws-novo-inexistente       VALUE "35".
               03 ws-resultado-copia       PIC x(02).
                  88 ws-copia-ok               VALUE "00", "02".

           01  ws-nomes-arquivos.
               03 ws-nome-arquivo          PIC x(030) VALUE SPACES.
               03 ws-nome-copia            PIC x(030) VALUE SPACES.

           01  ws-situacao-conversao-sw    PIC x(001) VALUE "N".
               88 ws-conversao-pendente        VALUE "P".
               88 ws-conversao-dispensada      VALUE "N".

           01  ws-layout-origem-sw         PIC x(001) VALUE "A".
               88 ws-origem-antigo             VALUE "A".
               88 ws-origem-chave-cliente      VALUE "C".
               88 ws-origem-entrega-prevista   VALUE "E".

           01  WS-CONTADORES.
               03 WS-CT-ANTES              PIC 9(007) VALUE ZEROS.
               03 WS-CT-COPIADOS           PIC 9(007) VALUE ZEROS.
               03 WS-CT-GRAVADOS           PIC 9(007) VALUE ZEROS.
               03 WS-CT-DEPOIS             PIC 9(007) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           MOVE ZEROS                      TO RETURN-CODE.
           MOVE "pedidos.dat"              TO ws-nome-arquivo.
           MOVE "pedidosConv.dat"          TO ws-nome-copia.
           PERFORM CONVERTER-ARQUIVO.
           MOVE "pedidosHist.dat"          TO ws-nome-arquivo.
           MOVE "pedidosHistConv.dat"      TO ws-nome-copia.
           PERFORM CONVERTER-ARQUIVO.
           EXIT PROGRAM.

       CONVERTER-ARQUIVO SECTION.
           MOVE ZEROS                      TO WS-CT-ANTES.
           MOVE ZEROS                      TO WS-CT-COPIADOS.
           MOVE ZEROS                      TO WS-CT-GRAVADOS.
           MOVE ZEROS                      TO WS-CT-DEPOIS.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           PERFORM COPIAR-PARA-SEGURANCA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           IF  WS-CT-COPIADOS NOT EQUAL WS-CT-ANTES
               DISPLAY "CONVERSAO-CHAVE-PEDIDOS: " ws-nome-arquivo
                       " lidos " WS-CT-ANTES " copiados "
                       WS-CT-COPIADOS " - arquivo mantido no "
                       "layout antigo"
               MOVE 8                      TO RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM RECARREGAR-DA-COPIA.
           PERFORM CONTAR-RECONSTRUIDO.
           IF  WS-CT-GRAVADOS EQUAL WS-CT-ANTES
           AND WS-CT-DEPOIS EQUAL WS-CT-ANTES
               DISPLAY "CONVERSAO-CHAVE-PEDIDOS: " ws-nome-arquivo
                       " convertido com " WS-CT-DEPOIS
                       " registros (copia em " ws-nome-copia ")"
           ELSE
               DISPLAY "CONVERSAO-CHAVE-PEDIDOS: " ws-nome-arquivo
                       " DIVERGENTE - antes " WS-CT-ANTES
                       " gravados " WS-CT-GRAVADOS
                       " depois " WS-CT-DEPOIS
               DISPLAY "CONVERSAO-CHAVE-PEDIDOS: recarregar a partir "
                       "de " ws-nome-copia
               MOVE 8                      TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Arquivo que abre no layout atual nao tem o que converter, nem o
      * inexistente. Nos demais, o layout gravado e o primeiro que
      * abre, do mais recente para o original: o tamanho do registro
      * ou as chaves diferentes recusam a abertura.
      ******************************************************************
       VERIFICAR-LAYOUT SECTION.
           MOVE "N"                        TO ws-situacao-conversao-sw.
           OPEN INPUT arq-novo.
           EVALUATE TRUE
               WHEN ws-novo-ok
                   CLOSE arq-novo
                   DISPLAY "CONVERSAO-CHAVE-PEDIDOS: " ws-nome-arquivo
                           " ja no layout atual"
                   EXIT SECTION
               WHEN ws-novo-inexistente
                   DISPLAY "CONVERSAO-CHAVE-PEDIDOS: " ws-nome-arquivo
                           " nao encontrado"
                   EXIT SECTION
           END-EVALUATE.
           MOVE "E"                        TO ws-layout-origem-sw.
           OPEN INPUT arq-entrega-prevista.
           IF  ws-antigo-ok
               CLOSE arq-entrega-prevista
               MOVE "P"                    TO ws-situacao-conversao-sw
               EXIT SECTION
           END-IF.
           MOVE "C"                        TO ws-layout-origem-sw.
           OPEN INPUT arq-chave-cliente.
           IF  ws-antigo-ok
               CLOSE arq-chave-cliente
               MOVE "P"                    TO ws-situacao-conversao-sw
               EXIT SECTION
           END-IF.
           MOVE "A"                        TO ws-layout-origem-sw.
           OPEN INPUT arq-antigo.
           IF  ws-antigo-ok
               CLOSE arq-antigo
               MOVE "P"                    TO ws-situacao-conversao-sw
               EXIT SECTION
           END-IF.
           DISPLAY "CONVERSAO-CHAVE-PEDIDOS: " ws-nome-arquivo
                   " em layout nao reconhecido, status "
                   ws-resultado-novo.
           MOVE 8                          TO RETURN-CODE.

       COPIAR-PARA-SEGURANCA SECTION.
           PERFORM ABRIR-ORIGEM.
           IF  NOT ws-antigo-ok
               DISPLAY "CONVERSAO-CHAVE-PEDIDOS: " ws-nome-arquivo
                       " nao abriu no layout de origem, status "
                       ws-resultado-antigo
               MOVE "N"                    TO ws-situacao-conversao-sw
               MOVE 8                      TO RETURN-CODE
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           PERFORM LER-ORIGEM.
           PERFORM UNTIL NOT ws-antigo-ok
               ADD 1                       TO WS-CT-ANTES
               WRITE rw-cop-registro
               IF  ws-copia-ok
                   ADD 1                   TO WS-CT-COPIADOS
               END-IF
               PERFORM LER-ORIGEM
           END-PERFORM.
           PERFORM FECHAR-ORIGEM.
           CLOSE arq-copia.

       ABRIR-ORIGEM SECTION.
           EVALUATE TRUE
               WHEN ws-origem-entrega-prevista
                   OPEN INPUT arq-entrega-prevista
               WHEN ws-origem-chave-cliente
                   OPEN INPUT arq-chave-cliente
               WHEN OTHER
                   OPEN INPUT arq-antigo
           END-EVALUATE.

      *    registro lido vai para a copia, completado com espacos
       LER-ORIGEM SECTION.
           EVALUATE TRUE
               WHEN ws-origem-entrega-prevista
                   READ arq-entrega-prevista NEXT RECORD
                   MOVE rw-epr-registro    TO rw-cop-registro
               WHEN ws-origem-chave-cliente
                   READ arq-chave-cliente NEXT RECORD
                   MOVE rw-chv-registro    TO rw-cop-registro
               WHEN OTHER
                   READ arq-antigo NEXT RECORD
                   MOVE rw-ant-registro    TO rw-cop-registro
           END-EVALUATE.

       FECHAR-ORIGEM SECTION.
           EVALUATE TRUE
               WHEN ws-origem-entrega-prevista
                   CLOSE arq-entrega-prevista
               WHEN ws-origem-chave-cliente
                   CLOSE arq-chave-cliente
               WHEN OTHER
                   CLOSE arq-antigo
           END-EVALUATE.

       RECARREGAR-DA-COPIA SECTION.
           OPEN OUTPUT arq-novo.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-nov-registro
               IF  NOT ws-origem-entrega-prevista
                   MOVE ZEROS         TO rw-nov-dt-entrega-prevista
               END-IF
               MOVE ZEROS                  TO rw-nov-dt-confirmacao
               MOVE ZEROS                  TO rw-nov-dt-transmissao
               MOVE ZEROS                  TO rw-nov-dt-entrega
               MOVE SPACES                 TO rw-nov-st-entrega
               MOVE ZEROS                  TO rw-nov-dt-romaneio
               MOVE ZEROS                  TO rw-nov-nr-romaneio
               WRITE rw-nov-registro
               IF  ws-novo-ok
                   ADD 1                   TO WS-CT-GRAVADOS
               END-IF
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-novo.

      ******************************************************************
      * Releitura do arquivo reconstruido pela chave cliente+data, que
      * confere tambem o indice novo.
      ******************************************************************
       CONTAR-RECONSTRUIDO SECTION.
           OPEN INPUT arq-novo.
           IF  NOT ws-novo-ok
               EXIT SECTION
           END-IF.
           MOVE ZEROS                      TO rw-nov-cd-cliente.
           MOVE ZEROS                      TO rw-nov-dt-pedido.
           START arq-novo KEY IS NOT LESS rw-nov-chave-cliente-data
               INVALID KEY
                   MOVE "23"               TO ws-resultado-novo
           END-START.
           IF  ws-novo-ok
               READ arq-novo NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-novo-ok
               ADD 1                       TO WS-CT-DEPOIS
               READ arq-novo NEXT RECORD
           END-PERFORM.
           CLOSE arq-novo.
       END PROGRAM CONVERSAO-CHAVE-PEDIDOS.
