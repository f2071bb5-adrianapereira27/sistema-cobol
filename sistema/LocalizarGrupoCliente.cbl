      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Localizar o grupo de clientes (rede) de um cliente:
      *          membrosGrupo.dat diz o grupo do cliente e
      *          gruposClientes.dat traz o limite de credito do grupo,
      *          a tabela de precos do grupo (canal/classe em
      *          precos.dat) e a condicao de pagamento do grupo.
      *          Retorno "00" com o grupo ativo; "23" quando o cliente
      *          nao pertence a grupo ativo (ou os arquivos ainda nao
      *          existem), com os campos de saida limpos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCALIZAR-GRUPO-CLIENTE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-grupos ASSIGN TO DISK "gruposClientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-grp-cd-grupo
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-grupos.

           SELECT arq-membros ASSIGN TO DISK "membrosGrupo.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-mbg-cd-cliente
             ALTERNATE KEY      IS rw-mbg-cd-grupo WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-membros.

       DATA DIVISION.
       FILE SECTION.
           FD arq-grupos.
           01  rw-grp-registro.
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

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-grupos      PIC x(02).
                  88 ws-grupos-ok              VALUE "00", "02".
               03 ws-resultado-membros     PIC x(02).
                  88 ws-membros-ok             VALUE "00", "02".

       LINKAGE SECTION.
           01  PARAMETROS-GRUPO.
               05 GRP-CD-CLIENTE           PIC 9(007).
               05 GRP-CD-GRUPO             PIC 9(005).
               05 GRP-DS-GRUPO             PIC x(040).
               05 GRP-VL-LIMITE            PIC 9(009)v9(002).
               05 GRP-CD-CANAL-PRECO       PIC x(003).
               05 GRP-CD-CLASSE-PRECO      PIC x(001).
               05 GRP-CD-COND-PAGTO        PIC x(003).
               05 GRP-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-GRUPO.
       MAIN-PROCEDURE SECTION.
           MOVE "23"                       TO GRP-RETORNO.
           MOVE ZEROS                      TO GRP-CD-GRUPO.
           MOVE SPACES                     TO GRP-DS-GRUPO.
           MOVE ZEROS                      TO GRP-VL-LIMITE.
           MOVE SPACES                     TO GRP-CD-CANAL-PRECO.
           MOVE SPACES                     TO GRP-CD-CLASSE-PRECO.
           MOVE SPACES                     TO GRP-CD-COND-PAGTO.

           OPEN INPUT arq-membros.
           IF  NOT ws-membros-ok
               EXIT PROGRAM
           END-IF.
           MOVE GRP-CD-CLIENTE             TO rw-mbg-cd-cliente.
           READ arq-membros KEY IS rw-mbg-cd-cliente
               INVALID KEY
                   MOVE "X"                TO rw-mbg-tp-origem
           END-READ.
           CLOSE arq-membros.
      *    cliente retirado do grupo a mao fica fora dele
           IF  rw-mbg-retirado
               EXIT PROGRAM
           END-IF.

           OPEN INPUT arq-grupos.
           IF  NOT ws-grupos-ok
               EXIT PROGRAM
           END-IF.
           MOVE rw-mbg-cd-grupo            TO rw-grp-cd-grupo.
           READ arq-grupos KEY IS rw-grp-cd-grupo
               INVALID KEY
                   MOVE "I"                TO rw-grp-st-ativo
           END-READ.
           CLOSE arq-grupos.
           IF  NOT rw-grp-ativo
               EXIT PROGRAM
           END-IF.

           MOVE rw-grp-cd-grupo            TO GRP-CD-GRUPO.
           MOVE rw-grp-ds-grupo            TO GRP-DS-GRUPO.
           MOVE rw-grp-vl-limite           TO GRP-VL-LIMITE.
           MOVE rw-grp-cd-canal-preco      TO GRP-CD-CANAL-PRECO.
           MOVE rw-grp-cd-classe-preco     TO GRP-CD-CLASSE-PRECO.
           MOVE rw-grp-cd-cond-pagto       TO GRP-CD-COND-PAGTO.
           MOVE "00"                       TO GRP-RETORNO.
           EXIT PROGRAM.
       END PROGRAM LOCALIZAR-GRUPO-CLIENTE.
