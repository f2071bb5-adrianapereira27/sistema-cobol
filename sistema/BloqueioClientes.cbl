      * Purpose: Manutencao do bloqueio comercial de clientes (uso do
      *          financeiro), independente da situacao ativo/inativo:
      *          cliente bloqueado nao recebe vendedor na distribuicao,
      *          sai dos roteiros e nao aceita novos pedidos.
      *          Mantem tambem o limite de credito e os dados fiscais
      *          do cliente (inscricao estadual e contribuinte do ICMS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-limites.

           SELECT arq-fiscal ASSIGN TO DISK "clientesFiscal.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cfi-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-fiscal.

       DATA DIVISION.
       FILE SECTION.
               03 rw-lim-cd-cliente        PIC 9(007).
               03 rw-lim-vl-limite         PIC 9(009)v9(002).

      ******************************************************************
      * Dados fiscais do cliente para o calculo do ICMS dos pedidos
      * (CALCULO-ICMS): so contribuinte recebe ICMS-ST. Cliente sem
      * registro aqui e tratado como contribuinte.
      ******************************************************************
           FD arq-fiscal.
           01  rw-cfi-registro.
               03 rw-cfi-cd-cliente        PIC 9(007).
               03 rw-cfi-nr-inscricao      PIC x(014).
               03 rw-cfi-st-contribuinte   PIC x(001).
                  88 rw-cfi-contribuinte       VALUE "S".
                  88 rw-cfi-nao-contribuinte   VALUE "N".

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               03 ws-resultado-limites     PIC x(02).
                  88 ws-limites-ok             VALUE "00", "02".
                  88 ws-limite-existente       VALUE "22".
               03 ws-resultado-fiscal      PIC x(02).
                  88 ws-fiscal-ok              VALUE "00", "02".
                  88 ws-fiscal-existente       VALUE "22".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.
           01  ws-dt-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
               07  VALUE "3 - CONSULTAR"       LINE 09 COL 10.
               07  VALUE "4 - LIMITE DE CREDITO"
                                               LINE 10 COL 10.
               07  VALUE "5 - DADOS FISCAIS"   LINE 11 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 13 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 13 COL 30
                       PIC x(01)               TO ws-id-opcao.
                                               LINE 07 COL 05.
               07  LIMITE-ON-SCR-IN            LINE 07 COL 42
                            PIC 9(09),9(02)  USING rw-lim-vl-limite.
           05  FISCAL-SECTION.
               07  VALUE "Inscricao estadual (ISENTO = isento):"
                                               LINE 07 COL 05.
               07  INSCRICAO-ON-SCR-IN         LINE 07 COL 44
                            PIC x(14)        USING rw-cfi-nr-inscricao.
               07  VALUE "Contribuinte do ICMS (S/N):"
                                               LINE 08 COL 05.
               07  CONTRIBUINTE-ON-SCR-IN      LINE 08 COL 44
                            PIC x(01)
                                    USING rw-cfi-st-contribuinte.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 13 COL 05  USING ws-escape-key.
               CLOSE arq-limites
               OPEN I-O arq-limites
           END-IF.
           OPEN I-O arq-fiscal.
           IF  NOT ws-fiscal-ok
               OPEN OUTPUT arq-fiscal
               CLOSE arq-fiscal
               OPEN I-O arq-fiscal
           END-IF.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.
                   PERFORM CONSULTAR
               WHEN "4"
                   PERFORM MANTER-LIMITE
               WHEN "5"
                   PERFORM MANTER-DADOS-FISCAIS
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
           MOVE "LIMITE"                 TO ws-acao-auditoria.
           PERFORM GRAVAR-LOG-AUDITORIA.

      ******************************************************************
      * Mantem inscricao estadual e indicador de contribuinte do
      * cliente; o registro e gravado ou regravado a cada manutencao.
      ******************************************************************
       MANTER-DADOS-FISCAIS SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CNPJ-SECTION.
           ACCEPT CNPJ-ON-SCR-IN.

           START arq-clientes KEY IS EQUAL rw-nr-cnpj
              INVALID KEY
                   MOVE "Cliente nao encontrado" TO whs-mensagem
              NOT INVALID KEY
                   READ arq-clientes NEXT RECORD
                   PERFORM ATUALIZAR-FISCAL-CLIENTE
           END-START.

       ATUALIZAR-FISCAL-CLIENTE SECTION.
           MOVE rw-cd-cliente            TO rw-cfi-cd-cliente.
           MOVE SPACES                   TO rw-cfi-nr-inscricao.
           MOVE "S"                      TO rw-cfi-st-contribuinte.
           READ arq-fiscal KEY IS rw-cfi-cd-cliente
               INVALID KEY
                   CONTINUE
           END-READ.
           DISPLAY FISCAL-SECTION.
           ACCEPT INSCRICAO-ON-SCR-IN.
           ACCEPT CONTRIBUINTE-ON-SCR-IN.
           MOVE rw-cd-cliente            TO rw-cfi-cd-cliente.
           MOVE FUNCTION UPPER-CASE(rw-cfi-nr-inscricao)
                                         TO rw-cfi-nr-inscricao.
           MOVE FUNCTION UPPER-CASE(rw-cfi-st-contribuinte)
                                         TO rw-cfi-st-contribuinte.
           IF  NOT rw-cfi-contribuinte
           AND NOT rw-cfi-nao-contribuinte
               MOVE "Contribuinte deve ser S ou N" TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-cfi-contribuinte
           AND rw-cfi-nr-inscricao EQUAL SPACES
               MOVE "Contribuinte exige a inscricao estadual"
                                         TO whs-mensagem
               EXIT SECTION
           END-IF.
           WRITE rw-cfi-registro.
           IF  ws-fiscal-existente
               REWRITE rw-cfi-registro
           END-IF.
           IF  ws-fiscal-ok
               MOVE "Dados fiscais gravados" TO whs-mensagem
           ELSE
               MOVE "Erro ao gravar dados fiscais" TO whs-mensagem
           END-IF.
           MOVE "FISCAL"                 TO ws-acao-auditoria.
           PERFORM GRAVAR-LOG-AUDITORIA.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-nr-cnpj              TO WR-AU-CHAVE.
           MOVE "auditclientes.txt"     TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
       B-999-TERMINAR SECTION.
           CLOSE arq-clientes
           CLOSE arq-limites
           CLOSE arq-fiscal
           EXIT PROGRAM.
       END PROGRAM BLOQUEIO-CLIENTES.
