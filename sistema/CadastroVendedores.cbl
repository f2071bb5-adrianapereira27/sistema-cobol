                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-vendedores.
                  88 rw-ter-ativo              VALUE "A".
                  88 rw-ter-inativo            VALUE "I".
               03 rw-ter-limites           PIC x(044).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

           FD arquivo-import-csv.
           01  rw-registro-csv             PIC x(200).
           FD arq-checkpoint-import.
           01  rw-checkpoint-import        PIC 9(006).

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

           01  ws-territorios-abertos-sw   PIC x(001) VALUE "N".
               88 ws-territorios-abertos       VALUE "S".
           01  ws-st-situacao-anterior     PIC x(001) VALUE SPACES.

           01  PARAMETROS-PENDENCIAS.
               05 PND-CD-VENDEDOR          PIC 9(003) VALUE ZEROS.
               05 PND-QT-DISTRIBUICAO      PIC 9(006) VALUE ZEROS.
               05 PND-QT-FIXACOES          PIC 9(006) VALUE ZEROS.
               05 PND-QT-PROSPECTS         PIC 9(006) VALUE ZEROS.
               05 PND-QT-PEDIDOS           PIC 9(006) VALUE ZEROS.
               05 PND-QT-RETIDOS           PIC 9(006) VALUE ZEROS.
               05 PND-QT-METAS             PIC 9(006) VALUE ZEROS.
               05 PND-QT-AUSENCIAS         PIC 9(006) VALUE ZEROS.
               05 PND-QT-TOTAL             PIC 9(007) VALUE ZEROS.
               05 PND-RETORNO              PIC x(002) VALUE SPACES.
           01  ws-territorio-invalido-sw   PIC x(001) VALUE "N".
               88 ws-territorio-invalido       VALUE "S".

                                            TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE rw-st-situacao           TO ws-st-situacao-anterior.
           DISPLAY SITUACAO-SECTION.
           ACCEPT SITUACAO-ON-SCR-IN.
           DISPLAY SUPERVISOR-SECTION.
               rw-st-situacao NOT EQUAL "F"
               MOVE "A"                  TO rw-st-situacao
           END-IF.
           IF  rw-st-situacao EQUAL "I"
           AND ws-st-situacao-anterior NOT EQUAL "I"
               PERFORM VERIFICAR-PENDENCIAS-VENDEDOR
               IF  NOT processamento-sem-erro
                   EXIT SECTION
               END-IF
           END-IF.

           REWRITE rw-registro.
           IF  ws-operacao-ok
           UNLOCK arq-vendedores.

       EXCLUI-DADOS SECTION.
           IF  rw-st-ativo NOT EQUAL "I"
               PERFORM VERIFICAR-PENDENCIAS-VENDEDOR
               IF  NOT processamento-sem-erro
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE "I"                      TO rw-st-ativo.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Erro ao excluir dados" TO whs-mensagem
           END-IF.

      ******************************************************************
      * Vendedor com clientes, fixacoes, prospects, pedidos em aberto,
      * metas futuras ou substituicoes pendentes nao e inativado por
      * aqui: a passagem dessas pendencias e feita no desligamento.
      ******************************************************************
       VERIFICAR-PENDENCIAS-VENDEDOR SECTION.
           MOVE SPACES                     TO whs-mensagem.
           MOVE rw-cd-vendedor             TO PND-CD-VENDEDOR.
           CALL "LOCALIZAR-PENDENCIAS-VENDEDOR"
                USING PARAMETROS-PENDENCIAS.
           CANCEL "LOCALIZAR-PENDENCIAS-VENDEDOR".
           IF  PND-RETORNO NOT EQUAL "00"
               MOVE SPACES                 TO whs-mensagem
               STRING "Vendedor com " PND-QT-TOTAL
                      " pendencias - usar o desligamento de vendedor"
                      DELIMITED BY SIZE INTO whs-mensagem
           END-IF.

       VALIDAR-TERRITORIO-DIGITADO SECTION.
           MOVE "N"                        TO ws-territorio-invalido-sw.
           MOVE FUNCTION UPPER-CASE(rw-cd-territorio)
           END-IF.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-nr-cpf TO WR-AU-CHAVE.
           MOVE "auditvendedores.txt"   TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       IMPORTAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
