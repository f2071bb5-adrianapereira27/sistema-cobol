      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Aprovacao (quatro olhos) do inventario fisico aberto
      *          no INVENTARIO-ESTOQUE: mostra o resumo das
      *          divergencias e, aprovado por operador diferente de
      *          quem abriu, lanca em estoque.dat a diferenca entre o
      *          contado e o congelado de cada produto contado, com
      *          movimento de ajuste no livro de estoque ("A" = sobra,
      *          "F" = falta), pelo REGISTRAR-MOVIMENTO, no deposito
      *          inventariado: o congelado e o saldo do deposito, e a
      *          mesma diferenca vai para o saldo do deposito e para o
      *          saldo total. A rejeicao cancela o inventario sem mexer
      *          no estoque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVACAO-INVENTARIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-inventarios ASSIGN TO DISK "inventarios.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-inv-nr-inventario
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

           SELECT arq-inventario-itens
                  ASSIGN TO DISK "inventarioItens.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-ivi-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

           SELECT arq-estoque ASSIGN TO DISK "estoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-est-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-estoque.

       DATA DIVISION.
       FILE SECTION.
           FD arq-inventarios.
           01  rw-inv-registro.
               03 rw-inv-nr-inventario     PIC 9(005).
               03 rw-inv-dt-abertura       PIC 9(008).
               03 rw-inv-hr-abertura       PIC 9(006).
               03 rw-inv-id-abertura       PIC x(010).
               03 rw-inv-cd-produto-ini    PIC 9(007).
               03 rw-inv-cd-produto-fim    PIC 9(007).
               03 rw-inv-st-inventario     PIC x(001).
                  88 rw-inv-aberto             VALUE "A".
                  88 rw-inv-ajustado           VALUE "J".
                  88 rw-inv-cancelado          VALUE "X".
               03 rw-inv-dt-ajuste         PIC 9(008).
               03 rw-inv-id-aprovador      PIC x(010).
               03 rw-inv-cd-deposito       PIC 9(003).

           FD arq-inventario-itens.
           01  rw-ivi-registro.
               03 rw-ivi-chave.
                  05 rw-ivi-nr-inventario  PIC 9(005).
                  05 rw-ivi-cd-produto     PIC 9(007).
               03 rw-ivi-qt-congelada      PIC s9(007).
               03 rw-ivi-qt-contada        PIC 9(007).
               03 rw-ivi-st-contagem       PIC x(001).
                  88 rw-ivi-contado            VALUE "S".
               03 rw-ivi-vl-preco-lista    PIC 9(007)v9(002).

           FD arq-estoque.
           01  rw-est-registro.
               03 rw-est-cd-produto        PIC 9(007).
               03 rw-est-qt-saldo          PIC s9(007).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               88 processamento-sem-erro       VALUE SPACES.

           01  ws-campos-work.
               03 ws-resultado-acesso      PIC x(02).
                  88 ws-operacao-ok            VALUE "00", "02".
               03 ws-resultado-itens       PIC x(02).
                  88 ws-itens-ok               VALUE "00", "02".
               03 ws-resultado-estoque     PIC x(02).
                  88 ws-estoque-ok             VALUE "00", "02".

           01  ws-decisao-in               PIC x(001) VALUE SPACES.
           01  ws-decisao                  PIC x(001) VALUE SPACES.
           01  ws-inventario-achado-sw     PIC x(001) VALUE "N".
               88 ws-inventario-achado         VALUE "S".

           01  ws-campos-ajuste.
               03 ws-qt-diferenca          PIC s9(007) VALUE ZEROS.
               03 ws-qt-movimento          PIC 9(007) VALUE ZEROS.
               03 ws-vl-diferenca          PIC s9(011)v9(002)
                                            VALUE ZEROS.
               03 ws-vl-liquido            PIC s9(013)v9(002)
                                            VALUE ZEROS.

           01  ws-dt-movimento             PIC 9(008) VALUE ZEROS.
           01  ws-hr-movimento             PIC 9(008) VALUE ZEROS.

           01  PARAMETROS-MOVIMENTO.
               05 MOV-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 MOV-TP-MOVIMENTO         PIC x(001) VALUE SPACES.
               05 MOV-QT-MOVIMENTO         PIC s9(007) VALUE ZEROS.
               05 MOV-TP-DOCUMENTO         PIC x(001) VALUE SPACES.
               05 MOV-NR-DOCUMENTO         PIC 9(007) VALUE ZEROS.
               05 MOV-ID-OPERADOR          PIC x(010) VALUE SPACES.
               05 MOV-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 MOV-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
               03 FILLER                   PIC x(006) VALUE " HORA ".
               03 WR-AU-HORA               PIC 9(006).
               03 FILLER                   PIC x(010) VALUE
                   " OPERADOR ".
               03 WR-AU-OPERADOR           PIC x(010).
               03 FILLER                   PIC x(006) VALUE " ACAO ".
               03 WR-AU-ACAO               PIC x(010).
               03 FILLER                   PIC x(007) VALUE " CHAVE ".
               03 WR-AU-CHAVE              PIC x(014).

           01  WS-CONTADORES.
               03 WS-CT-ITENS              PIC 9(006) VALUE ZEROS.
               03 WS-CT-CONTADOS           PIC 9(006) VALUE ZEROS.
               03 WS-CT-DIVERGENTES        PIC 9(006) VALUE ZEROS.
               03 WS-CT-AJUSTADOS          PIC 9(006) VALUE ZEROS.

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           05  DADOS-SECTION.
               07  VALUE "SISTEMA AMBEV"       BLANK SCREEN
                                               LINE 02 COL 30.
               07  VALUE "APROVACAO DE INVENTARIO" LINE 03 COL 25.
           05  INVENTARIO-SECTION.
               07  VALUE "Inventario:"         LINE 05 COL 05.
               07  INVENTARIO-NR-OUT           LINE 05 COL 30
                            PIC 9(05)        USING rw-inv-nr-inventario.
               07  VALUE "Deposito:"           LINE 05 COL 40.
               07  INVENTARIO-DEPOSITO-OUT     LINE 05 COL 52
                            PIC 9(03)        USING rw-inv-cd-deposito.
               07  VALUE "Aberto em:"          LINE 06 COL 05.
               07  INVENTARIO-DATA-OUT         LINE 06 COL 30
                            PIC 9(08)        USING rw-inv-dt-abertura.
               07  VALUE "Aberto por:"         LINE 07 COL 05.
               07  INVENTARIO-OPER-OUT         LINE 07 COL 30
                            PIC x(10)        USING rw-inv-id-abertura.
               07  VALUE "Produtos:"           LINE 08 COL 05.
               07  INVENTARIO-ITENS-OUT        LINE 08 COL 30
                            PIC 9(06)        USING WS-CT-ITENS.
               07  VALUE "Contados:"           LINE 09 COL 05.
               07  INVENTARIO-CONTADOS-OUT     LINE 09 COL 30
                            PIC 9(06)        USING WS-CT-CONTADOS.
               07  VALUE "Com divergencia:"    LINE 10 COL 05.
               07  INVENTARIO-DIVERG-OUT       LINE 10 COL 30
                            PIC 9(06)        USING WS-CT-DIVERGENTES.
               07  VALUE "Ajuste liquido (R$):" LINE 11 COL 05.
               07  INVENTARIO-VALOR-OUT        LINE 11 COL 30
                            PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                             USING ws-vl-liquido.
               07  VALUE "Decisao (A-Aprova/R-Rejeita/ENTER sai):"
                                               LINE 13 COL 05.
               07  DECISAO-ON-SCR-IN           LINE 13 COL 46
                            PIC x(01)        TO ws-decisao-in.
           05  MENSAGEM-SECTION.
               07  VALUE "Mensagem:"           LINE 16 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           OPEN I-O arq-inventarios.
           IF  NOT ws-operacao-ok
               DISPLAY "APROVACAO-INVENTARIO: nenhum inventario"
               EXIT PROGRAM
           END-IF.
           OPEN INPUT arq-inventario-itens.
           PERFORM LOCALIZAR-INVENTARIO-ABERTO.
           IF  NOT ws-inventario-achado
               DISPLAY "APROVACAO-INVENTARIO: nenhum inventario "
                       "aberto"
               CLOSE arq-inventarios
               CLOSE arq-inventario-itens
               EXIT PROGRAM
           END-IF.
           PERFORM RESUMIR-INVENTARIO.
           MOVE SPACES                     TO ws-decisao-in.
           DISPLAY DADOS-SECTION.
           DISPLAY INVENTARIO-SECTION.
           ACCEPT DECISAO-ON-SCR-IN.
           MOVE FUNCTION UPPER-CASE(ws-decisao-in) TO ws-decisao.
           MOVE SPACES                     TO whs-mensagem.
           EVALUATE ws-decisao
               WHEN "A"
                   PERFORM APROVAR-INVENTARIO
               WHEN "R"
                   PERFORM REJEITAR-INVENTARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  whs-mensagem NOT EQUAL SPACES
               DISPLAY MENSAGEM-SECTION
               ACCEPT MENSAGEM-SECTION
           END-IF.
           CLOSE arq-inventarios.
           CLOSE arq-inventario-itens.
           DISPLAY "APROVACAO-INVENTARIO: " WS-CT-AJUSTADOS
                   " produtos ajustados".
           EXIT PROGRAM.

       LOCALIZAR-INVENTARIO-ABERTO SECTION.
           MOVE "N"                        TO ws-inventario-achado-sw.
           MOVE ZEROS                      TO rw-inv-nr-inventario.
           START arq-inventarios KEY IS NOT LESS rw-inv-nr-inventario
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ arq-inventarios NEXT RECORD.
           PERFORM UNTIL NOT ws-operacao-ok OR ws-inventario-achado
               IF  rw-inv-aberto
                   MOVE "S"                TO ws-inventario-achado-sw
               ELSE
                   READ arq-inventarios NEXT RECORD
               END-IF
           END-PERFORM.

       RESUMIR-INVENTARIO SECTION.
           MOVE ZEROS                      TO WS-CT-ITENS.
           MOVE ZEROS                      TO WS-CT-CONTADOS.
           MOVE ZEROS                      TO WS-CT-DIVERGENTES.
           MOVE ZEROS                      TO ws-vl-liquido.
           MOVE rw-inv-nr-inventario       TO rw-ivi-nr-inventario.
           MOVE ZEROS                      TO rw-ivi-cd-produto.
           START arq-inventario-itens KEY IS NOT LESS rw-ivi-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-itens
           END-START.
           IF  ws-itens-ok
               READ arq-inventario-itens NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                   OR rw-ivi-nr-inventario NOT EQUAL
                                           rw-inv-nr-inventario
               ADD 1                       TO WS-CT-ITENS
               IF  rw-ivi-contado
                   ADD 1                   TO WS-CT-CONTADOS
                   COMPUTE ws-qt-diferenca =
                           rw-ivi-qt-contada - rw-ivi-qt-congelada
                   IF  ws-qt-diferenca NOT EQUAL ZEROS
                       ADD 1               TO WS-CT-DIVERGENTES
                       COMPUTE ws-vl-liquido = ws-vl-liquido
                             + ws-qt-diferenca * rw-ivi-vl-preco-lista
                   END-IF
               END-IF
               READ arq-inventario-itens NEXT RECORD
           END-PERFORM.

      ******************************************************************
      * Quatro olhos: quem abriu o inventario nao aprova os ajustes.
      * O ajuste e a diferenca contado - congelado aplicada ao saldo
      * do momento.
      ******************************************************************
       APROVAR-INVENTARIO SECTION.
           IF  rw-inv-id-abertura EQUAL PARM-OPERADOR-ID
               MOVE "Quem abriu o inventario nao pode aprovar"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  WS-CT-CONTADOS EQUAL ZEROS
               MOVE "Nenhum produto contado - nada a ajustar"
                                           TO whs-mensagem
               EXIT SECTION
           END-IF.
           OPEN I-O arq-estoque.
           IF  NOT ws-estoque-ok
               OPEN OUTPUT arq-estoque
               CLOSE arq-estoque
               OPEN I-O arq-estoque
           END-IF.
           MOVE rw-inv-nr-inventario       TO rw-ivi-nr-inventario.
           MOVE ZEROS                      TO rw-ivi-cd-produto.
           START arq-inventario-itens KEY IS NOT LESS rw-ivi-chave
               INVALID KEY
                   MOVE "23"               TO ws-resultado-itens
           END-START.
           IF  ws-itens-ok
               READ arq-inventario-itens NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT ws-itens-ok
                   OR rw-ivi-nr-inventario NOT EQUAL
                                           rw-inv-nr-inventario
               IF  rw-ivi-contado
                   PERFORM AJUSTAR-PRODUTO
               END-IF
               READ arq-inventario-itens NEXT RECORD
           END-PERFORM.
           CLOSE arq-estoque.
           ACCEPT ws-dt-movimento FROM DATE YYYYMMDD.
           MOVE "J"                        TO rw-inv-st-inventario.
           MOVE ws-dt-movimento            TO rw-inv-dt-ajuste.
           MOVE PARM-OPERADOR-ID           TO rw-inv-id-aprovador.
           REWRITE rw-inv-registro.
           MOVE "INVENT AJU"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Inventario aprovado: " WS-CT-AJUSTADOS
                  " produtos ajustados"
                  DELIMITED BY SIZE INTO whs-mensagem.

       AJUSTAR-PRODUTO SECTION.
           COMPUTE ws-qt-diferenca =
                   rw-ivi-qt-contada - rw-ivi-qt-congelada.
           IF  ws-qt-diferenca EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE rw-ivi-cd-produto          TO rw-est-cd-produto.
           READ arq-estoque KEY IS rw-est-cd-produto
               INVALID KEY
                   MOVE rw-ivi-cd-produto  TO rw-est-cd-produto
                   MOVE ws-qt-diferenca    TO rw-est-qt-saldo
                   WRITE rw-est-registro
               NOT INVALID KEY
                   ADD ws-qt-diferenca     TO rw-est-qt-saldo
                   REWRITE rw-est-registro
           END-READ.
           IF  NOT ws-estoque-ok
               EXIT SECTION
           END-IF.
           ADD 1                           TO WS-CT-AJUSTADOS.
           IF  ws-qt-diferenca GREATER ZEROS
               MOVE "A"                    TO MOV-TP-MOVIMENTO
               MOVE ws-qt-diferenca        TO ws-qt-movimento
           ELSE
               MOVE "F"                    TO MOV-TP-MOVIMENTO
               COMPUTE ws-qt-movimento = 0 - ws-qt-diferenca
           END-IF.
           MOVE rw-ivi-cd-produto          TO MOV-CD-PRODUTO.
           MOVE ws-qt-movimento            TO MOV-QT-MOVIMENTO.
           MOVE "I"                        TO MOV-TP-DOCUMENTO.
           MOVE rw-inv-nr-inventario       TO MOV-NR-DOCUMENTO.
           MOVE PARM-OPERADOR-ID           TO MOV-ID-OPERADOR.
           MOVE rw-inv-cd-deposito         TO MOV-CD-DEPOSITO.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".

       REJEITAR-INVENTARIO SECTION.
           MOVE "X"                        TO rw-inv-st-inventario.
           MOVE PARM-OPERADOR-ID           TO rw-inv-id-aprovador.
           REWRITE rw-inv-registro.
           MOVE "INVENT REJ"               TO WR-AU-ACAO.
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE "Inventario rejeitado - estoque nao alterado"
                                           TO whs-mensagem.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-movimento FROM DATE YYYYMMDD.
           ACCEPT ws-hr-movimento FROM TIME.
           MOVE ws-dt-movimento         TO WR-AU-DATA.
           MOVE ws-hr-movimento(1:6)    TO WR-AU-HORA.
           MOVE PARM-OPERADOR-ID        TO WR-AU-OPERADOR.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-inv-nr-inventario    TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".
       END PROGRAM APROVACAO-INVENTARIO.
