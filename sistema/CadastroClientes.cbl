                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-pendencia.

       DATA DIVISION.
       FILE SECTION.
           FD arq-clientes.
                  88 rw-ter-ativo              VALUE "A".
                  88 rw-ter-inativo            VALUE "I".
               03 rw-ter-limites           PIC x(044).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

           FD arq-comodatos.
           01  rw-cmd-registro.
               03 rw-cpg-st-ativo          PIC x(001).
                  88 rw-cpg-ativa              VALUE "A".
                  88 rw-cpg-inativa            VALUE "I".
      *        numero de parcelas do titulo gerado no retorno do
      *        faturamento, vencendo a cada prazo; 0 vale como 1
               03 rw-cpg-qt-parcelas       PIC 9(002).

           FD arquivo-import-csv.
           01  rw-registro-csv             PIC x(200).
               03 rw-dup-cnpj              PIC 9(014).

           FD arquivo-historico.
           01  rw-registro-historico       PIC x(250).

           FD arq-pendencias.
           01  rw-pnd-registro.
           FD arq-controle-pendencia.
           01  rw-controle-pendencia       PIC 9(006).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.
           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
           CLOSE arq-pendencias.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-nr-cnpj TO WR-AU-CHAVE.
           MOVE "auditclientes.txt"     TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       LOCALIZAR-CEP-DIGITADO SECTION.
           IF  rw-nr-cep NOT EQUAL SPACES
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arquivo-historico
           END-IF.
           ACCEPT ws-dt-hoje FROM DATE YYYYMMDD.
           MOVE SPACES                  TO rw-registro-historico.
           STRING "DATA " ws-dt-hoje
                  " CNPJ " rw-nr-cnpj
                  " ANTES RAZAO=" ws-hist-razao-social
                  " LAT=" ws-hist-latitude
                  " LONG=" ws-hist-longitude
