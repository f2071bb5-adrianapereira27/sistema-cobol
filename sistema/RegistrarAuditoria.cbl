      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Gravar uma linha na trilha de auditoria informada
      *          (AUD-NM-ARQUIVO), ja montada pelo chamador em
      *          AUD-LINHA (ate 120 posicoes uteis). A linha recebe a
      *          partir da posicao 121 o numero de sequencia da trilha
      *          e o selo encadeado ao selo da linha anterior
      *          (CALCULAR-HASH-AUDITORIA); a ultima sequencia e o
      *          ultimo selo de cada trilha ficam em
      *          auditoriaCadeia.dat, lido com bloqueio para dois
      *          gravadores nao tirarem a mesma sequencia. Qualquer
      *          linha alterada, retirada ou incluida por fora quebra a
      *          cadeia e aparece na VERIFICACAO-AUDITORIA.
      *          Retorno "00" quando gravado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-AUDITORIA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-cadeia ASSIGN TO DISK "auditoriaCadeia.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cad-nm-arquivo
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arquivo-auditoria ASSIGN TO ws-nm-arquivo
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-auditoria.

       DATA DIVISION.
       FILE SECTION.
           FD arq-cadeia.
           01  rw-cad-registro.
               03 rw-cad-nm-arquivo        PIC x(030).
               03 rw-cad-nr-sequencia      PIC 9(009).
               03 rw-cad-ds-hash           PIC x(024).
               03 rw-cad-dt-ultima         PIC 9(008).
               03 rw-cad-hr-ultima         PIC 9(006).

           FD arquivo-auditoria.
           01  rw-registro-auditoria       PIC x(200).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-auditoria   PIC x(02).
                  88 ws-auditoria-ok           VALUE "00", "02".

           01  ws-nm-arquivo               PIC x(030) VALUE SPACES.
           01  ws-cadeia-nova-sw           PIC x(001) VALUE "N".
               88 ws-cadeia-nova               VALUE "S".
           01  ws-hr-gravacao              PIC 9(008) VALUE ZEROS.

      ******************************************************************
      * Linha gravada: conteudo do chamador, sequencia e selo. O selo
      * cobre as 133 primeiras posicoes (conteudo e sequencia).
      ******************************************************************
           01  ws-linha-selada.
               03 ws-ls-conteudo           PIC x(120).
               03 FILLER                   PIC x(004) VALUE "SEQ ".
               03 ws-ls-nr-sequencia       PIC 9(009).
               03 FILLER                   PIC x(006) VALUE " HASH ".
               03 ws-ls-ds-hash            PIC x(024).
               03 FILLER                   PIC x(037) VALUE SPACES.

           01  PARAMETROS-HASH.
               05 HSH-ANTERIOR             PIC x(024) VALUE SPACES.
               05 HSH-TEXTO                PIC x(200) VALUE SPACES.
               05 HSH-TAMANHO              PIC 9(003) VALUE ZEROS.
               05 HSH-RESULTADO            PIC x(024) VALUE SPACES.

       LINKAGE SECTION.
           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030).
               05 AUD-LINHA                PIC x(200).
               05 AUD-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-AUDITORIA.
       MAIN-PROCEDURE SECTION.
           MOVE "99"                       TO AUD-RETORNO.
           OPEN I-O arq-cadeia.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-cadeia
               CLOSE arq-cadeia
               OPEN I-O arq-cadeia
           END-IF.
           IF  NOT ws-operacao-ok
               EXIT PROGRAM
           END-IF.

           MOVE "N"                        TO ws-cadeia-nova-sw.
           MOVE AUD-NM-ARQUIVO             TO rw-cad-nm-arquivo.
           READ arq-cadeia WITH LOCK KEY IS rw-cad-nm-arquivo
               INVALID KEY
                   MOVE "S"                TO ws-cadeia-nova-sw
                   MOVE AUD-NM-ARQUIVO     TO rw-cad-nm-arquivo
                   MOVE ZEROS              TO rw-cad-nr-sequencia
                   MOVE ALL "0"            TO rw-cad-ds-hash
           END-READ.

           MOVE AUD-LINHA(1:120)           TO ws-ls-conteudo.
           ADD 1 TO rw-cad-nr-sequencia GIVING ws-ls-nr-sequencia.
           MOVE rw-cad-ds-hash             TO HSH-ANTERIOR.
           MOVE ws-linha-selada            TO HSH-TEXTO.
           MOVE 133                        TO HSH-TAMANHO.
           CALL "CALCULAR-HASH-AUDITORIA" USING PARAMETROS-HASH.
           CANCEL "CALCULAR-HASH-AUDITORIA".
           MOVE HSH-RESULTADO              TO ws-ls-ds-hash.

           MOVE AUD-NM-ARQUIVO             TO ws-nm-arquivo.
           OPEN EXTEND arquivo-auditoria.
           IF  NOT ws-auditoria-ok
               OPEN OUTPUT arquivo-auditoria
           END-IF.
           IF  NOT ws-auditoria-ok
               UNLOCK arq-cadeia
               CLOSE arq-cadeia
               EXIT PROGRAM
           END-IF.
           MOVE ws-linha-selada            TO rw-registro-auditoria.
           WRITE rw-registro-auditoria.
           CLOSE arquivo-auditoria.

           MOVE ws-ls-nr-sequencia         TO rw-cad-nr-sequencia.
           MOVE ws-ls-ds-hash              TO rw-cad-ds-hash.
           ACCEPT rw-cad-dt-ultima FROM DATE YYYYMMDD.
           ACCEPT ws-hr-gravacao FROM TIME.
           MOVE ws-hr-gravacao(1:6)        TO rw-cad-hr-ultima.
           IF  ws-cadeia-nova
               WRITE rw-cad-registro
           ELSE
               REWRITE rw-cad-registro
           END-IF.
           UNLOCK arq-cadeia.
           CLOSE arq-cadeia.
           MOVE "00"                       TO AUD-RETORNO.
           EXIT PROGRAM.
       END PROGRAM REGISTRAR-AUDITORIA.
