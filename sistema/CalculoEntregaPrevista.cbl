      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Calcular a data prometida de entrega de um pedido.
      *          O territorio do cliente informa os dias da semana em
      *          que o caminhao atende a regiao (SEG a SEX) e o horario
      *          de corte; territorio sem horario usa o parametro
      *          HORA-CORTE-PEDIDOS (padrao 14:00). Pedido digitado ate
      *          o corte entra na entrega do dia seguinte, depois do
      *          corte a partir de dois dias; pedido com data futura
      *          conta a partir da propria data, e pedido com data
      *          passada a partir de hoje. A data e o primeiro dia util
      *          (LOCALIZAR-DIA-UTIL, calendario da regiao = territorio)
      *          que cai num dia de entrega do territorio.
      *          Retorno "00" pela agenda do territorio; "10" territorio
      *          sem agenda (qualquer dia util); "23" cliente nao
      *          encontrado; "99" sem data possivel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-ENTREGA-PREVISTA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
                  88 rw-ter-ativo              VALUE "A".
                  88 rw-ter-inativo            VALUE "I".
               03 rw-ter-lat-min           PIC s9(003)v9(008).
               03 rw-ter-lat-max           PIC s9(003)v9(008).
               03 rw-ter-long-min          PIC s9(003)v9(008).
               03 rw-ter-long-max          PIC s9(003)v9(008).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-territorios PIC x(02).
                  88 ws-territorios-ok         VALUE "00", "02".

           01  ws-campos-calculo.
               03 ws-dt-hoje               PIC 9(008) VALUE ZEROS.
               03 ws-hr-agora              PIC 9(008) VALUE ZEROS.
               03 ws-hr-pedido             PIC 9(004) VALUE ZEROS.
               03 ws-hr-corte              PIC 9(004) VALUE ZEROS.
               03 ws-hr-corte-padrao       PIC 9(004) VALUE 1400.
               03 ws-cd-territorio         PIC x(005) VALUE SPACES.
               03 ws-ds-dias-entrega       PIC x(005) VALUE SPACES.
               03 ws-dt-base               PIC 9(008) VALUE ZEROS.
               03 ws-qt-dias-prazo         PIC 9(001) VALUE ZEROS.
               03 ws-nr-inteiro            PIC 9(008) VALUE ZEROS.
               03 ws-nr-dia-semana         PIC 9(001) VALUE ZEROS.
               03 ws-qt-tentativas         PIC 9(003) VALUE ZEROS.
               03 ws-achou-entrega-sw      PIC x(001) VALUE "N".
                  88 ws-achou-entrega          VALUE "S".
               03 ws-sem-agenda-sw         PIC x(001) VALUE "N".
                  88 ws-sem-agenda             VALUE "S".

           01  PARAMETROS-PARAMETRO.
               05 PAR-CODIGO               PIC x(020) VALUE SPACES.
               05 PAR-VALOR                PIC s9(009)v9(008)
                                            VALUE ZEROS.
               05 PAR-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-DIA-UTIL.
               05 DU-DT-BASE               PIC 9(008) VALUE ZEROS.
               05 DU-CD-REGIAO             PIC x(005) VALUE SPACES.
               05 DU-DT-PROXIMO-UTIL       PIC 9(008) VALUE ZEROS.
               05 DU-RETORNO               PIC x(002) VALUE SPACES.

       LINKAGE SECTION.
           01  PARAMETROS-ENTREGA-PREVISTA.
               05 ENT-CD-CLIENTE           PIC 9(007).
               05 ENT-DT-PEDIDO            PIC 9(008).
               05 ENT-DT-ENTREGA           PIC 9(008).
               05 ENT-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-ENTREGA-PREVISTA.
       MAIN-PROCEDURE SECTION.
           MOVE "99"                       TO ENT-RETORNO.
           MOVE ZEROS                      TO ENT-DT-ENTREGA.
           MOVE "N"                        TO ws-achou-entrega-sw.
           MOVE "N"                        TO ws-sem-agenda-sw.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           ACCEPT ws-hr-agora FROM TIME.
           PERFORM LOCALIZAR-AGENDA-CLIENTE.
           IF  ENT-RETORNO EQUAL "23"
               EXIT PROGRAM
           END-IF.
           PERFORM DEFINIR-DATA-BASE.
           PERFORM AVALIAR-DIA-ENTREGA
                   UNTIL ws-achou-entrega
                      OR ws-qt-tentativas GREATER 60.
           IF  ws-achou-entrega
               MOVE DU-DT-PROXIMO-UTIL     TO ENT-DT-ENTREGA
               IF  ws-sem-agenda
                   MOVE "10"               TO ENT-RETORNO
               ELSE
                   MOVE "00"               TO ENT-RETORNO
               END-IF
           ELSE
               MOVE "99"                   TO ENT-RETORNO
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * Dias de entrega e corte do territorio do cliente; territorio
      * inexistente ou sem nenhum dia marcado vale todo dia util.
      ******************************************************************
       LOCALIZAR-AGENDA-CLIENTE SECTION.
           MOVE SPACES                     TO ws-cd-territorio.
           MOVE SPACES                     TO ws-ds-dias-entrega.
           MOVE ZEROS                      TO ws-hr-corte.
           OPEN INPUT arq-clientes.
           IF  NOT ws-clientes-ok
               MOVE "23"                   TO ENT-RETORNO
               EXIT SECTION
           END-IF.
           MOVE ENT-CD-CLIENTE             TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   MOVE "23"               TO ENT-RETORNO
               NOT INVALID KEY
                   MOVE rw-cli-cd-territorio TO ws-cd-territorio
           END-READ.
           CLOSE arq-clientes.
           IF  ENT-RETORNO EQUAL "23"
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-territorios.
           IF  ws-territorios-ok
               MOVE ws-cd-territorio       TO rw-ter-cd-territorio
               READ arq-territorios KEY IS rw-ter-cd-territorio
                   NOT INVALID KEY
                       MOVE rw-ter-ds-dias-entrega
                                           TO ws-ds-dias-entrega
                       IF  rw-ter-hr-corte IS NUMERIC
                           MOVE rw-ter-hr-corte TO ws-hr-corte
                       END-IF
               END-READ
               CLOSE arq-territorios
           END-IF.
           INSPECT ws-ds-dias-entrega CONVERTING "sn" TO "SN".
           IF  ws-ds-dias-entrega(1:1) NOT EQUAL "S"
           AND ws-ds-dias-entrega(2:1) NOT EQUAL "S"
           AND ws-ds-dias-entrega(3:1) NOT EQUAL "S"
           AND ws-ds-dias-entrega(4:1) NOT EQUAL "S"
           AND ws-ds-dias-entrega(5:1) NOT EQUAL "S"
               MOVE "SSSSS"                TO ws-ds-dias-entrega
               MOVE "S"                    TO ws-sem-agenda-sw
           END-IF.
           IF  ws-hr-corte EQUAL ZEROS
               MOVE "HORA-CORTE-PEDIDOS"   TO PAR-CODIGO
               CALL "LOCALIZAR-PARAMETRO" USING PARAMETROS-PARAMETRO
               CANCEL "LOCALIZAR-PARAMETRO"
               IF  PAR-RETORNO EQUAL "00" AND PAR-VALOR GREATER ZEROS
                   MOVE PAR-VALOR          TO ws-hr-corte-padrao
               END-IF
               MOVE ws-hr-corte-padrao     TO ws-hr-corte
           END-IF.

      ******************************************************************
      * Pedido com data futura entra no corte daquele dia como
      * digitado cedo; nos demais casos vale a hora de agora.
      ******************************************************************
       DEFINIR-DATA-BASE SECTION.
           IF  ENT-DT-PEDIDO GREATER ws-dt-hoje
               MOVE ENT-DT-PEDIDO          TO ws-dt-base
               MOVE ZEROS                  TO ws-hr-pedido
           ELSE
               MOVE ws-dt-hoje             TO ws-dt-base
               MOVE ws-hr-agora(1:4)       TO ws-hr-pedido
           END-IF.
           IF  ws-hr-pedido GREATER ws-hr-corte
               MOVE 2                      TO ws-qt-dias-prazo
           ELSE
               MOVE 1                      TO ws-qt-dias-prazo
           END-IF.
           COMPUTE ws-nr-inteiro =
                   FUNCTION INTEGER-OF-DATE(ws-dt-base)
                 + ws-qt-dias-prazo.
           COMPUTE DU-DT-BASE = FUNCTION DATE-OF-INTEGER(ws-nr-inteiro).
           MOVE ZEROS                      TO ws-qt-tentativas.

      ******************************************************************
      * Mesma conta de dia da semana do LOCALIZAR-DIA-UTIL: resto da
      * divisao por 7 de INTEGER-OF-DATE, 1 = segunda a 5 = sexta.
      ******************************************************************
       AVALIAR-DIA-ENTREGA SECTION.
           ADD 1                           TO ws-qt-tentativas.
           MOVE ws-cd-territorio           TO DU-CD-REGIAO.
           CALL "LOCALIZAR-DIA-UTIL" USING PARAMETROS-DIA-UTIL.
           CANCEL "LOCALIZAR-DIA-UTIL".
           IF  DU-RETORNO NOT EQUAL "00"
               MOVE 99                     TO ws-qt-tentativas
               EXIT SECTION
           END-IF.
           COMPUTE ws-nr-inteiro =
                   FUNCTION INTEGER-OF-DATE(DU-DT-PROXIMO-UTIL).
           COMPUTE ws-nr-dia-semana = FUNCTION MOD(ws-nr-inteiro, 7).
           IF  ws-nr-dia-semana GREATER ZEROS
           AND ws-nr-dia-semana LESS 6
           AND ws-ds-dias-entrega(ws-nr-dia-semana:1) EQUAL "S"
               MOVE "S"                    TO ws-achou-entrega-sw
           ELSE
               COMPUTE DU-DT-BASE =
                       FUNCTION DATE-OF-INTEGER(ws-nr-inteiro + 1)
           END-IF.
       END PROGRAM CALCULO-ENTREGA-PREVISTA.
