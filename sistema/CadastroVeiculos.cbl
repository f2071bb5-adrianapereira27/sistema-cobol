      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Cadastro de Veiculos da frota de entrega: placa,
      *          capacidade de peso (kg) e de volume (m3), frota
      *          propria ou contratada e situacao. Os veiculos ativos
      *          sao a frota disponivel para o PLANEJAMENTO-ENTREGAS
      *          montar os romaneios pela capacidade real.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-VEICULOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-veiculos ASSIGN TO DISK "veiculos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ds-placa
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

       DATA DIVISION.
       FILE SECTION.
           FD arq-veiculos.
           01  rw-registro.
               03 rw-ds-placa              PIC x(007).
               03 rw-ds-veiculo            PIC x(030).
               03 rw-qt-peso-max           PIC 9(006)v9(002).
               03 rw-qt-volume-max         PIC 9(004)v9(003).
               03 rw-tp-frota              PIC x(001).
                  88 rw-frota-propria          VALUE "P".
                  88 rw-frota-contratada       VALUE "C".
               03 rw-st-ativo              PIC x(001).
                  88 rw-veiculo-ativo          VALUE "A".
                  88 rw-veiculo-inativo        VALUE "I".

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-acesso-invalido        VALUE "47", "48", "49".
                  88 ws-operacao-ok            VALUE "00", "02".
                  88 ws-eof-arquivo            VALUE "10".
                  88 ws-registro-inexistente   VALUE "23".
                  88 ws-registro-existente     VALUE "22".
                  88 ws-arquivo-inexistente    VALUE "35".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.

           01  ws-placa-consulta           PIC x(007) VALUE SPACES.

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  MENU-SECTION.
               07  VALUE "MENU: "              LINE 05 COL 05.
               07  VALUE "1 - INCLUIR"         LINE 07 COL 10.
               07  VALUE "2 - ALTERAR"         LINE 08 COL 10.
               07  VALUE "3 - EXCLUIR"         LINE 09 COL 10.
               07  VALUE "4 - CONSULTAR"       LINE 10 COL 10.
               07  VALUE "5 - LISTAR"          LINE 11 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 14 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 14 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "CADASTRO DE VEICULOS" LINE 03 COL 26.
           05  VEICULO-SECTION.
               07  VALUE "Informe os dados do veiculo: "
                                               LINE 05 COL 05.
               07  VALUE "Placa:"              LINE 06 COL 05.
               07  PLACA-ON-SCR-IN             LINE 06 COL 25
                            PIC x(07)        USING rw-ds-placa.
           05  DESCRICAO-SECTION.
               07  VALUE "Descricao:"          LINE 07 COL 05.
               07  DESCRICAO-ON-SCR-IN         LINE 07 COL 25
                            PIC x(30)        USING rw-ds-veiculo.
           05  CAPACIDADE-SECTION.
               07  VALUE "Peso maximo (kg):"   LINE 08 COL 05.
               07  PESO-ON-SCR-IN              LINE 08 COL 25
                            PIC 9(06),9(02)  USING rw-qt-peso-max.
               07  VALUE "Volume max. (m3):"   LINE 09 COL 05.
               07  VOLUME-ON-SCR-IN            LINE 09 COL 25
                            PIC 9(04),9(03)  USING rw-qt-volume-max.
           05  FROTA-SECTION.
               07  VALUE "Frota (P=propria, C=contratada):"
                                               LINE 10 COL 05.
               07  FROTA-ON-SCR-IN             LINE 10 COL 40
                            PIC x(01)        USING rw-tp-frota.
           05  SITUACAO-SECTION.
               07  VALUE "Situacao (A/I):"     LINE 11 COL 05.
               07  SITUACAO-ON-SCR-IN          LINE 11 COL 25
                            PIC x(01)        USING rw-st-ativo.
           05  CONSULTA-VEICULO-SECTION.
               07  VALUE "Placa do veiculo:"   LINE 05 COL 05.
               07  CONSULTA-PLACA-ON-SCR-IN    LINE 05 COL 25
                            PIC x(07)        TO ws-placa-consulta.
           05  CONSULTA-RESULTADO-SECTION.
               07  VALUE "Placa:"              LINE 07 COL 05.
               07  CONSULTA-PLACA-OUT          LINE 07 COL 25
                            PIC x(07)        USING rw-ds-placa.
               07  VALUE "Descricao:"          LINE 08 COL 05.
               07  CONSULTA-DESCRICAO-OUT      LINE 08 COL 25
                            PIC x(30)        USING rw-ds-veiculo.
               07  VALUE "Peso maximo (kg):"   LINE 09 COL 05.
               07  CONSULTA-PESO-OUT           LINE 09 COL 25
                            PIC 9(06),9(02)  USING rw-qt-peso-max.
               07  VALUE "Volume max. (m3):"   LINE 10 COL 05.
               07  CONSULTA-VOLUME-OUT         LINE 10 COL 25
                            PIC 9(04),9(03)  USING rw-qt-volume-max.
               07  VALUE "Frota:"              LINE 11 COL 05.
               07  CONSULTA-FROTA-OUT          LINE 11 COL 25
                            PIC x(01)        USING rw-tp-frota.
               07  VALUE "Situacao:"           LINE 12 COL 05.
               07  CONSULTA-SITUACAO-OUT       LINE 12 COL 25
                            PIC x(01)        USING rw-st-ativo.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 15 COL 05  USING ws-escape-key.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 17 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-veiculos.
           IF  NOT ws-operacao-ok
               OPEN OUTPUT arq-veiculos
               CLOSE arq-veiculos
               OPEN I-O arq-veiculos
           END-IF.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.

       B-100-LOOP-MENU SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY MENU-SECTION.
           ACCEPT OPCAO-ON-SCR-IN.
           EVALUATE ws-id-opcao
               WHEN "1"
                   PERFORM INCLUIR
               WHEN "2"
                   PERFORM ALTERAR
               WHEN "3"
                   PERFORM EXCLUIR
               WHEN "4"
                   PERFORM CONSULTAR
               WHEN "5"
                   PERFORM LISTAR
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
                   MOVE "Opcao Invalida!" TO whs-mensagem
           END-EVALUATE.
           PERFORM LIMPA-CAMPOS-TELA.
           IF  whs-mensagem NOT EQUAL SPACES
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
           END-IF.

       INCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           INITIALIZE rw-registro.
           DISPLAY DADOS-SECTION.
           DISPLAY VEICULO-SECTION.
           ACCEPT PLACA-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-ds-placa) TO rw-ds-placa.

           IF  rw-ds-placa EQUAL SPACES
               MOVE "Placa invalida!"    TO whs-mensagem
               EXIT SECTION
           END-IF.

           PERFORM ACEITA-DADOS.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.

           MOVE "A"                      TO rw-st-ativo.
           WRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Gravado com sucesso" TO whs-mensagem
           ELSE
               IF  ws-registro-existente
                   MOVE "Veiculo ja cadastrado" TO whs-mensagem
               ELSE
                   MOVE "Erro ao gravar dados" TO whs-mensagem
               END-IF
           END-IF.
           DISPLAY ESCAPE-SECTION.
           ACCEPT COB-CRT-STATUS FROM ESCAPE KEY.

      ******************************************************************
      * Veiculo sem capacidade de peso nao pode ser usado no
      * planejamento das entregas; volume zero e aceito (carga
      * limitada so pelo peso).
      ******************************************************************
       ACEITA-DADOS SECTION.
           MOVE SPACES                   TO whs-mensagem.
           DISPLAY DESCRICAO-SECTION.
           ACCEPT DESCRICAO-ON-SCR-IN.
           DISPLAY CAPACIDADE-SECTION.
           ACCEPT PESO-ON-SCR-IN.
           ACCEPT VOLUME-ON-SCR-IN.
           DISPLAY FROTA-SECTION.
           ACCEPT FROTA-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-tp-frota) TO rw-tp-frota.
           IF  NOT rw-frota-propria
           AND NOT rw-frota-contratada
               MOVE "P"                  TO rw-tp-frota
           END-IF.
           IF  rw-qt-peso-max EQUAL ZEROS
               MOVE "Peso maximo obrigatorio!" TO whs-mensagem
           END-IF.

       ALTERAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY VEICULO-SECTION.
           ACCEPT PLACA-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-ds-placa) TO rw-ds-placa.

           READ arq-veiculos KEY IS rw-ds-placa
              INVALID KEY
                   MOVE "Veiculo nao encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM REGRAVA-DADOS
           END-READ.

       REGRAVA-DADOS SECTION.
           PERFORM ACEITA-DADOS.
           IF  NOT processamento-sem-erro
               EXIT SECTION
           END-IF.
           DISPLAY SITUACAO-SECTION.
           ACCEPT SITUACAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-st-ativo) TO rw-st-ativo.
           IF  NOT rw-veiculo-inativo
               MOVE "A"                  TO rw-st-ativo
           END-IF.

           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Regravado com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao regravar dados" TO whs-mensagem
           END-IF.

       EXCLUIR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY VEICULO-SECTION.
           ACCEPT PLACA-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(rw-ds-placa) TO rw-ds-placa.

           READ arq-veiculos KEY IS rw-ds-placa
              INVALID KEY
                   MOVE "Veiculo nao encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM EXCLUI-DADOS
           END-READ.

       EXCLUI-DADOS SECTION.
           MOVE "I"                      TO rw-st-ativo.
           REWRITE rw-registro.
           IF  ws-operacao-ok
               MOVE "Excluido com sucesso" TO whs-mensagem
           ELSE
               MOVE "Erro ao excluir dados" TO whs-mensagem
           END-IF.

       CONSULTAR SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY CONSULTA-VEICULO-SECTION.
           ACCEPT CONSULTA-PLACA-ON-SCR-IN.

           MOVE FUNCTION UPPER-CASE(ws-placa-consulta) TO rw-ds-placa.
           READ arq-veiculos KEY IS rw-ds-placa
              INVALID KEY
                   MOVE "Placa nao encontrada" TO whs-mensagem
              NOT INVALID KEY
                   DISPLAY DADOS-SECTION
                   DISPLAY CONSULTA-RESULTADO-SECTION
                   DISPLAY ESCAPE-SECTION
                   ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
           END-READ.

       LISTAR SECTION.
           MOVE SPACES                     TO rw-ds-placa
           START arq-veiculos KEY IS NOT LESS rw-ds-placa
              INVALID KEY
                   MOVE "Nenhum registro encontrado" TO whs-mensagem
              NOT INVALID KEY
                   PERFORM LISTAR-PAGINA
           END-START.

       LISTAR-PAGINA SECTION.
           MOVE ZEROS                      TO ws-escape-key.
           READ arq-veiculos NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR cob-scr-esc
               DISPLAY DADOS-SECTION
               DISPLAY CONSULTA-RESULTADO-SECTION
               DISPLAY ESCAPE-SECTION
               ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
               IF  NOT cob-scr-esc
                   READ arq-veiculos NEXT RECORD
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE SPACES TO PLACA-ON-SCR-IN.
           MOVE SPACES TO DESCRICAO-ON-SCR-IN.
           MOVE SPACES TO CONSULTA-PLACA-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-veiculos
           EXIT PROGRAM.
       END PROGRAM CADASTRO-VEICULOS.
