                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-reversao.

           SELECT arq-registro-relat ASSIGN TO "relatoriosGerados.txt"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
               03 rw-rev-tipo              PIC x(001).
               03 rw-rev-chave             PIC 9(014).

           FD arq-registro-relat.
           01  rw-registro-relat.
               03 rw-rr-dt-geracao         PIC 9(008).
           01  ws-campos-revalidacao.
               03 ws-resultado-reversao    PIC x(02).
                  88 ws-reversao-ok            VALUE "00", "02".
               03 ws-dt-auditoria          PIC 9(008) VALUE ZEROS.
               03 ws-hr-auditoria          PIC 9(008) VALUE ZEROS.
               03 WS-CT-INATIVADOS         PIC 9(006) VALUE ZEROS.
               03 WS-CT-REATIVADOS         PIC 9(006) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
           END-IF.

       GRAVAR-AUDITORIA-CLIENTE SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria            TO WR-AU-DATA.
           MOVE ws-hr-auditoria(1:6)       TO WR-AU-HORA.
           MOVE ID-SOLICITANTE             TO WR-AU-OPERADOR.
           MOVE "auditclientes.txt"        TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA               TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       GRAVAR-AUDITORIA-VENDEDOR SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria            TO WR-AU-DATA.
           MOVE ws-hr-auditoria(1:6)       TO WR-AU-HORA.
           MOVE ID-SOLICITANTE             TO WR-AU-OPERADOR.
           MOVE "auditvendedores.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA               TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       FECHAR-ARQUIVOS SECTION.
           CLOSE arq-clientes.
