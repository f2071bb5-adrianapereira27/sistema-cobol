      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Registrar um movimento no livro de estoque
      *          (movimentosEstoque.dat), chaveado por produto, data,
      *          hora e sequencia. O chamador informa o tipo e a
      *          quantidade positiva; o livro grava com o sinal do
      *          efeito no saldo (saida e falta negativas), de modo que
      *          a soma dos movimentos do produto e o proprio saldo. So
      *          a implantacao de saldo vem com o sinal do saldo
      *          implantado, que pode ser negativo.
      *          Cada movimento e de um deposito (MOV-CD-DEPOSITO, zero
      *          = deposito padrao) e atualiza tambem o saldo do
      *          produto no deposito (estoqueDepositos.dat); o saldo
      *          total de estoque.dat continua com o chamador. O
      *          deposito efetivo volta em MOV-CD-DEPOSITO.
      *          Retorno "00" quando gravado.
      *          Tipos: E entrada do deposito, S saida por pedido,
      *                 C estorno de pedido cancelado, D devolucao,
      *                 A ajuste de inventario (sobra), F ajuste de
      *                 inventario (falta), I implantacao de saldo,
      *                 T transferencia enviada, R transferencia
      *                 recebida.
      *          Documentos: P pedido, D devolucao, I inventario,
      *                 E deposito (sem numero), K conferencia do livro,
      *                 T transferencia (numero = deposito da outra
      *                 ponta).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-MOVIMENTO.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-movimentos
                  ASSIGN TO DISK "movimentosEstoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mov-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-estoque-depositos
                  ASSIGN TO DISK "estoqueDepositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-esd-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

       DATA DIVISION.
       FILE SECTION.
           FD arq-movimentos.
           01  rw-mov-registro.
               03 rw-mov-chave.
                  05 rw-mov-cd-produto     PIC 9(007).
                  05 rw-mov-dt-movimento   PIC 9(008).
                  05 rw-mov-hr-movimento   PIC 9(008).
                  05 rw-mov-nr-sequencia   PIC 9(003).
               03 rw-mov-tp-movimento      PIC x(001).
               03 rw-mov-qt-movimento      PIC s9(007).
               03 rw-mov-tp-documento      PIC x(001).
               03 rw-mov-nr-documento      PIC 9(007).
               03 rw-mov-id-operador       PIC x(010).
               03 rw-mov-cd-deposito       PIC 9(003).

           FD arq-estoque-depositos.
           01  rw-esd-registro.
               03 rw-esd-chave.
                  05 rw-esd-cd-produto     PIC 9(007).
                  05 rw-esd-cd-deposito    PIC 9(003).
               03 rw-esd-qt-saldo          PIC s9(007).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-registro-existente     VALUE "22".
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

       LINKAGE SECTION.
           01  PARAMETROS-MOVIMENTO.
               05 MOV-CD-PRODUTO           PIC 9(007).
               05 MOV-TP-MOVIMENTO         PIC x(001).
                  88 MOV-TIPO-SAIDA            VALUE "S", "F", "T".
                  88 MOV-TIPO-VALIDO           VALUE "E", "S", "C",
                                                     "D", "A", "F",
                                                     "I", "T", "R".
               05 MOV-QT-MOVIMENTO         PIC s9(007).
               05 MOV-TP-DOCUMENTO         PIC x(001).
               05 MOV-NR-DOCUMENTO         PIC 9(007).
               05 MOV-ID-OPERADOR          PIC x(010).
               05 MOV-CD-DEPOSITO          PIC 9(003).
               05 MOV-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-MOVIMENTO.
       MAIN-PROCEDURE SECTION.
           MOVE "99"                       TO MOV-RETORNO.
           IF  NOT MOV-TIPO-VALIDO
               EXIT PROGRAM
           END-IF.
           OPEN I-O arq-movimentos.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-movimentos
               CLOSE arq-movimentos
               OPEN I-O arq-movimentos
           END-IF.
           IF  NOT ws-operacao-ok
               EXIT PROGRAM
           END-IF.
           IF  MOV-CD-DEPOSITO EQUAL ZEROS
               MOVE ZEROS                  TO DEP-CD-CLIENTE
               MOVE ZEROS                  TO DEP-CD-DEPOSITO
               CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO
               CANCEL "LOCALIZAR-DEPOSITO"
               MOVE DEP-CD-DEPOSITO        TO MOV-CD-DEPOSITO
           END-IF.

           MOVE MOV-CD-PRODUTO             TO rw-mov-cd-produto.
           ACCEPT rw-mov-dt-movimento FROM DATE YYYYMMDD.
           ACCEPT rw-mov-hr-movimento FROM TIME.
           MOVE ZEROS                      TO rw-mov-nr-sequencia.
           MOVE MOV-TP-MOVIMENTO           TO rw-mov-tp-movimento.
           IF  MOV-TIPO-SAIDA
           AND MOV-QT-MOVIMENTO GREATER ZEROS
               COMPUTE rw-mov-qt-movimento = ZEROS - MOV-QT-MOVIMENTO
           ELSE
               MOVE MOV-QT-MOVIMENTO       TO rw-mov-qt-movimento
           END-IF.
           MOVE MOV-TP-DOCUMENTO           TO rw-mov-tp-documento.
           MOVE MOV-NR-DOCUMENTO           TO rw-mov-nr-documento.
           MOVE MOV-ID-OPERADOR            TO rw-mov-id-operador.
           MOVE MOV-CD-DEPOSITO            TO rw-mov-cd-deposito.

      *    varios itens do mesmo pedido caem no mesmo centesimo: a
      *    sequencia desempata a chave
           WRITE rw-mov-registro.
           PERFORM UNTIL NOT ws-registro-existente
                      OR rw-mov-nr-sequencia EQUAL 999
               ADD 1                       TO rw-mov-nr-sequencia
               WRITE rw-mov-registro
           END-PERFORM.
           IF  ws-operacao-ok
               MOVE "00"                   TO MOV-RETORNO
               PERFORM ATUALIZAR-SALDO-DEPOSITO
           END-IF.
           CLOSE arq-movimentos.
           EXIT PROGRAM.

      ******************************************************************
      * O saldo do produto no deposito acompanha o livro: soma a
      * quantidade ja com o sinal gravado no movimento.
      ******************************************************************
       ATUALIZAR-SALDO-DEPOSITO SECTION.
           OPEN I-O arq-estoque-depositos.
           IF  NOT ws-depositos-ok
               OPEN OUTPUT arq-estoque-depositos
               CLOSE arq-estoque-depositos
               OPEN I-O arq-estoque-depositos
           END-IF.
           IF  NOT ws-depositos-ok
               EXIT SECTION
           END-IF.
           MOVE MOV-CD-PRODUTO             TO rw-esd-cd-produto.
           MOVE MOV-CD-DEPOSITO            TO rw-esd-cd-deposito.
           READ arq-estoque-depositos KEY IS rw-esd-chave
               INVALID KEY
                   MOVE rw-mov-qt-movimento TO rw-esd-qt-saldo
                   WRITE rw-esd-registro
               NOT INVALID KEY
                   ADD rw-mov-qt-movimento TO rw-esd-qt-saldo
                   REWRITE rw-esd-registro
           END-READ.
           CLOSE arq-estoque-depositos.
       END PROGRAM REGISTRAR-MOVIMENTO.
