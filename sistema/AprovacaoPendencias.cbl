             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-pendencias.
               03 rw-cli-ds-cidade         PIC x(025).
               03 rw-cli-sg-uf             PIC x(002).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-acao-auditoria           PIC x(010) VALUE SPACES.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
           MOVE "Pendencia rejeitada"      TO whs-mensagem.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-cli-cnpj             TO WR-AU-CHAVE.
           MOVE "auditclientes.txt"     TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".
       END PROGRAM APROVACAO-PENDENCIAS.
