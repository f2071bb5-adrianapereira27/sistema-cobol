      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Localizar o deposito que atende um cliente (pelo
      *          territorio do cliente em territorios.dat) ou os dados
      *          de um deposito informado. Com DEP-CD-CLIENTE zerado
      *          vale o DEP-CD-DEPOSITO recebido; deposito zerado, ou
      *          territorio sem deposito, cai no deposito padrao
      *          (parametro DEPOSITO-PADRAO, padrao 1).
      *          Retorno "00" com o deposito ativo no cadastro
      *          (depositos.dat); "01" quando o deposito padrao ainda
      *          nao foi cadastrado, com as coordenadas dos parametros
      *          DEPOSITO-LATITUDE e DEPOSITO-LONGITUDE; "23" quando o
      *          deposito informado nao existe ou esta inativo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCALIZAR-DEPOSITO.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-depositos ASSIGN TO DISK "depositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dep-cd-deposito
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

           SELECT arq-clientes ASSIGN TO DISK "clientes.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cli-cnpj
             ALTERNATE KEY      IS rw-cli-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-clientes.

           SELECT arq-territorios ASSIGN TO DISK "territorios.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ter-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-territorios.

       DATA DIVISION.
       FILE SECTION.
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

           FD arq-territorios.
           01  rw-ter-registro.
               03 rw-ter-cd-territorio     PIC x(005).
               03 rw-ter-ds-territorio     PIC x(030).
               03 rw-ter-st-ativo          PIC x(001).
               03 rw-ter-limites           PIC x(044).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-territorios PIC x(02).
                  88 ws-territorios-ok         VALUE "00", "02".

           01  ws-deposito-padrao          PIC 9(003) VALUE 1.

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

       LINKAGE SECTION.
           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007).
               05 DEP-CD-DEPOSITO          PIC 9(003).
               05 DEP-DS-DEPOSITO          PIC x(030).
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008).
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008).
               05 DEP-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-DEPOSITO.
       MAIN-PROCEDURE SECTION.
           MOVE "23"                       TO DEP-RETORNO.
           MOVE SPACES                     TO DEP-DS-DEPOSITO.
           MOVE ZEROS                      TO DEP-NR-LATITUDE.
           MOVE ZEROS                      TO DEP-NR-LONGITUDE.
           IF  DEP-CD-CLIENTE GREATER ZEROS
               PERFORM LOCALIZAR-DEPOSITO-CLIENTE
           END-IF.
           MOVE "DEPOSITO-PADRAO"          TO PAR-CODIGO.
           CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO.
           IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
               MOVE PAR-VALOR              TO ws-deposito-padrao
           END-IF.
           IF  DEP-CD-DEPOSITO EQUAL ZEROS
               MOVE ws-deposito-padrao     TO DEP-CD-DEPOSITO
           END-IF.

           OPEN INPUT arq-depositos.
           IF  ws-depositos-ok
               MOVE DEP-CD-DEPOSITO        TO rw-dep-cd-deposito
               READ arq-depositos KEY IS rw-dep-cd-deposito
                   INVALID KEY
                       MOVE "23"           TO ws-resultado-depositos
               END-READ
               IF  ws-depositos-ok
               AND rw-dep-ativo
                   MOVE rw-dep-ds-deposito  TO DEP-DS-DEPOSITO
                   MOVE rw-dep-nr-latitude  TO DEP-NR-LATITUDE
                   MOVE rw-dep-nr-longitude TO DEP-NR-LONGITUDE
                   MOVE "00"               TO DEP-RETORNO
               END-IF
               CLOSE arq-depositos
           END-IF.

      *    antes do cadastro do primeiro deposito, o padrao continua
      *    saindo das coordenadas dos parametros
           IF  DEP-RETORNO NOT EQUAL "00"
           AND DEP-CD-DEPOSITO EQUAL ws-deposito-padrao
               MOVE "DEPOSITO PADRAO"      TO DEP-DS-DEPOSITO
               MOVE "DEPOSITO-LATITUDE"    TO PAR-CODIGO
               CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO
               IF  PAR-RETORNO EQUAL "00"
                   MOVE PAR-VALOR          TO DEP-NR-LATITUDE
               END-IF
               MOVE "DEPOSITO-LONGITUDE"   TO PAR-CODIGO
               CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO
               IF  PAR-RETORNO EQUAL "00"
                   MOVE PAR-VALOR          TO DEP-NR-LONGITUDE
               END-IF
               MOVE "01"                   TO DEP-RETORNO
           END-IF.
           CANCEL "LOCALIZAR-PARAMETRO".
           EXIT PROGRAM.

      ******************************************************************
      * Cliente -> territorio -> deposito; cliente ou territorio nao
      * encontrado deixa o deposito zerado (padrao).
      ******************************************************************
       LOCALIZAR-DEPOSITO-CLIENTE SECTION.
           MOVE ZEROS                      TO DEP-CD-DEPOSITO.
           OPEN INPUT arq-clientes.
           IF  NOT ws-clientes-ok
               EXIT SECTION
           END-IF.
           MOVE DEP-CD-CLIENTE             TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE SPACES             TO rw-cli-cd-territorio
           END-READ.
           CLOSE arq-clientes.
           IF  rw-cli-cd-territorio EQUAL SPACES
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-territorios.
           IF  NOT ws-territorios-ok
               EXIT SECTION
           END-IF.
           MOVE rw-cli-cd-territorio       TO rw-ter-cd-territorio.
           READ arq-territorios KEY IS rw-ter-cd-territorio
               INVALID KEY
                   MOVE ZEROS              TO rw-ter-cd-deposito
           END-READ.
           IF  rw-ter-cd-deposito IS NUMERIC
               MOVE rw-ter-cd-deposito     TO DEP-CD-DEPOSITO
           END-IF.
           CLOSE arq-territorios.
       END PROGRAM LOCALIZAR-DEPOSITO.
