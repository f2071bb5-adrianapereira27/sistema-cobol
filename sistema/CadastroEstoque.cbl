      * Author: Adriana Pereira
      * Date: 02/09/2026
      * Purpose: Controle de saldo de estoque por produto com livro de
      *          movimentos (movimentosEstoque.dat, gravado pelo
      *          REGISTRAR-MOVIMENTO). O deposito lanca as
      *          entradas por esta tela; as saidas sao geradas pela
      *          confirmacao de pedidos no CADASTRO-PEDIDOS e as
      *          devolucoes retornam ao saldo pelo
      *          CADASTRO-DEVOLUCOES. A posicao diaria sai no
      *          RELATORIO-ESTOQUE. Diferenca de prateleira se acerta
      *          pelo INVENTARIO-ESTOQUE, nunca por entrada nesta tela.
      *          A entrada libera os backorders do produto, dos mais
      *          antigos para os mais novos, ate o saldo disponivel
      *          (LIBERAR-BACKORDERS). Os niveis minimo e maximo de
      *          cada produto (niveisEstoque.dat) tambem sao mantidos
      *          aqui e alimentam o RELATORIO-REPOSICAO.
      *          Toda entrada e de um deposito (zero = padrao) e a
      *          transferencia entre depositos passa pelo livro como
      *          saida "T" na origem e entrada "R" no destino, sem
      *          mexer no saldo total; o saldo por deposito fica em
      *          estoqueDepositos.dat. Os backorders liberados sao os
      *          dos clientes do deposito que recebeu o produto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-niveis ASSIGN TO DISK "niveisEstoque.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-niv-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-niveis.

           SELECT arq-estoque-depositos
                  ASSIGN TO DISK "estoqueDepositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-esd-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

       DATA DIVISION.
       FILE SECTION.
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

      ******************************************************************
      * Estoque minimo e maximo do produto para a sugestao de compra;
      * produto sem registro aqui nao tem nivel definido.
      ******************************************************************
           FD arq-niveis.
           01  rw-niv-registro.
               03 rw-niv-cd-produto        PIC 9(007).
               03 rw-niv-qt-minimo         PIC 9(007).
               03 rw-niv-qt-maximo         PIC 9(007).

      ******************************************************************
      * Saldo por deposito; atualizado pelo REGISTRAR-MOVIMENTO, aqui
      * so e lido (aberto e fechado a cada leitura).
      ******************************************************************
           FD arq-estoque-depositos.
           01  rw-esd-registro.
               03 rw-esd-chave.
                  05 rw-esd-cd-produto     PIC 9(007).
                  05 rw-esd-cd-deposito    PIC 9(003).
               03 rw-esd-qt-saldo          PIC s9(007).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
                  88 ws-arquivo-inexistente    VALUE "35".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-niveis      PIC x(02).
                  88 ws-niveis-ok              VALUE "00", "02".
                  88 ws-nivel-existente        VALUE "22".
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".
               03 ws-id-opcao              PIC x(01) VALUE SPACES.
               03 ws-escape-key            PIC 9(04) VALUE ZEROS.
                  88 cob-scr-esc               VALUE 2005.
           01  ws-dados-entrada.
               03 ws-cd-produto-mov        PIC 9(007) VALUE ZEROS.
               03 ws-qt-movimento          PIC 9(005) VALUE ZEROS.
               03 ws-cd-deposito-mov       PIC 9(003) VALUE ZEROS.
               03 ws-cd-deposito-destino   PIC 9(003) VALUE ZEROS.
               03 ws-qt-saldo-deposito     PIC s9(007) VALUE ZEROS.

           01  PARAMETROS-MOVIMENTO.
               05 MOV-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 MOV-TP-MOVIMENTO         PIC x(001) VALUE SPACES.
               05 MOV-QT-MOVIMENTO         PIC s9(007) VALUE ZEROS.
               05 MOV-TP-DOCUMENTO         PIC x(001) VALUE SPACES.
               05 MOV-NR-DOCUMENTO         PIC 9(007) VALUE ZEROS.
               05 MOV-ID-OPERADOR          PIC x(010) VALUE SPACES.
               05 MOV-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 MOV-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-LIBERACAO.
               05 LIB-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 LIB-QT-DISPONIVEL        PIC s9(007) VALUE ZEROS.
               05 LIB-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 LIB-ID-OPERADOR          PIC x(010) VALUE SPACES.
               05 LIB-QT-LIBERADA          PIC 9(007) VALUE ZEROS.
               05 LIB-QT-PENDENCIAS        PIC 9(005) VALUE ZEROS.
               05 LIB-RETORNO              PIC x(002) VALUE SPACES.

           01  PARAMETROS-DEPOSITO.
               05 DEP-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 DEP-CD-DEPOSITO          PIC 9(003) VALUE ZEROS.
               05 DEP-DS-DEPOSITO          PIC x(030) VALUE SPACES.
               05 DEP-NR-LATITUDE          PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-NR-LONGITUDE         PIC s9(003)v9(008)
                                            VALUE ZEROS.
               05 DEP-RETORNO              PIC x(002) VALUE SPACES.

       LINKAGE SECTION.
           01  PARM-OPERADOR-ID            PIC x(010).

       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
                                               LINE 07 COL 10.
               07  VALUE "2 - CONSULTAR SALDO" LINE 08 COL 10.
               07  VALUE "3 - LISTAR SALDOS"   LINE 09 COL 10.
               07  VALUE "4 - NIVEL MINIMO/MAXIMO"
                                               LINE 10 COL 10.
               07  VALUE "5 - TRANSFERENCIA ENTRE DEPOSITOS"
                                               LINE 11 COL 10.
               07  VALUE "9 - VOLTAR"          LINE 12 COL 10.
               07  VALUE "ESCOLHA A OPCAO: "   LINE 13 COL 05.
               07  OPCAO-ON-SCR-IN             LINE 13 COL 30
                       PIC x(01)               TO ws-id-opcao.

           05  DADOS-SECTION.
               07  VALUE "Quantidade recebida:" LINE 06 COL 05.
               07  QTDE-ON-SCR-IN              LINE 06 COL 30
                            PIC 9(05)        USING ws-qt-movimento.
           05  DEPOSITO-SECTION.
               07  VALUE "Deposito (0=padrao):" LINE 07 COL 05.
               07  DEPOSITO-ON-SCR-IN          LINE 07 COL 30
                            PIC 9(03)        USING ws-cd-deposito-mov.
           05  DESTINO-SECTION.
               07  VALUE "Deposito de destino:" LINE 08 COL 05.
               07  DESTINO-ON-SCR-IN           LINE 08 COL 30
                            PIC 9(03)     USING ws-cd-deposito-destino.
           05  SALDO-SECTION.
               07  VALUE "Produto:"            LINE 08 COL 05.
               07  SALDO-PRODUTO-OUT           LINE 08 COL 30
               07  VALUE "Saldo em estoque:"   LINE 09 COL 05.
               07  SALDO-QTDE-OUT              LINE 09 COL 30
                            PIC -9(07)       USING rw-est-qt-saldo.
           05  SALDO-DEPOSITO-SECTION.
               07  VALUE "Saldo no deposito:"  LINE 10 COL 05.
               07  SALDO-DEPOSITO-OUT          LINE 10 COL 30
                            PIC 9(03)        USING ws-cd-deposito-mov.
               07  SALDO-DEPOSITO-QTDE-OUT     LINE 10 COL 35
                            PIC -9(07)     USING ws-qt-saldo-deposito.
           05  NIVEIS-SECTION.
               07  VALUE "Estoque minimo:"     LINE 08 COL 05.
               07  NIVEL-MINIMO-ON-SCR-IN      LINE 08 COL 30
                            PIC 9(07)        USING rw-niv-qt-minimo.
               07  VALUE "Estoque maximo:"     LINE 09 COL 05.
               07  NIVEL-MAXIMO-ON-SCR-IN      LINE 09 COL 30
                            PIC 9(07)        USING rw-niv-qt-maximo.
               07  VALUE "(minimo e maximo zerados removem o nivel)"
                                               LINE 10 COL 05.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 12 COL 05  USING ws-escape-key.
               07  VALUE "Mensagem:"           LINE 14 COL 05
                                             USING whs-mensagem.

       PROCEDURE DIVISION USING PARM-OPERADOR-ID.
       MAIN-PROCEDURE SECTION.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
               OPEN I-O arq-estoque
           END-IF.
           OPEN INPUT arq-produtos.
           OPEN I-O arq-niveis.
           IF  NOT ws-niveis-ok
               OPEN OUTPUT arq-niveis
               CLOSE arq-niveis
               OPEN I-O arq-niveis
           END-IF.

           PERFORM B-100-LOOP-MENU UNTIL OPCAO-ON-SCR-IN = "9".
           PERFORM B-999-TERMINAR.
                   PERFORM CONSULTAR-SALDO
               WHEN "3"
                   PERFORM LISTAR-SALDOS
               WHEN "4"
                   PERFORM MANTER-NIVEIS
               WHEN "5"
                   PERFORM TRANSFERIR-ENTRE-DEPOSITOS
               WHEN "9"
                   EXIT SECTION
               WHEN OTHER
           DISPLAY ENTRADA-SECTION.
           ACCEPT PRODUTO-ON-SCR-IN.
           ACCEPT QTDE-ON-SCR-IN.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.

           IF  ws-qt-movimento EQUAL ZEROS
               MOVE "Quantidade invalida!" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE ws-cd-deposito-mov         TO DEP-CD-DEPOSITO.
           PERFORM VALIDAR-DEPOSITO.
           IF  DEP-RETORNO NOT EQUAL "00" AND "01"
               MOVE "Deposito nao cadastrado ou inativo"
                                            TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE DEP-CD-DEPOSITO            TO ws-cd-deposito-mov.
           MOVE ws-cd-produto-mov          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
           PERFORM ATUALIZAR-SALDO-ENTRADA.
           IF  ws-operacao-ok
               MOVE "Entrada registrada"   TO whs-mensagem
               PERFORM GRAVAR-MOVIMENTO
               PERFORM LIBERAR-BACKORDERS-PRODUTO
           ELSE
               MOVE "Erro ao atualizar saldo" TO whs-mensagem
           END-IF.
                   REWRITE rw-est-registro
           END-READ.

      ******************************************************************
      * Entrada do deposito nao tem documento de origem: vai ao livro
      * com o tipo de documento "E" e numero zerado.
      ******************************************************************
       GRAVAR-MOVIMENTO SECTION.
           MOVE ws-cd-produto-mov          TO MOV-CD-PRODUTO.
           MOVE "E"                        TO MOV-TP-MOVIMENTO.
           MOVE ws-qt-movimento            TO MOV-QT-MOVIMENTO.
           MOVE "E"                        TO MOV-TP-DOCUMENTO.
           MOVE ZEROS                      TO MOV-NR-DOCUMENTO.
           MOVE PARM-OPERADOR-ID           TO MOV-ID-OPERADOR.
           MOVE ws-cd-deposito-mov         TO MOV-CD-DEPOSITO.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".

      ******************************************************************
      * O saldo do deposito depois da entrada vai para a liberacao dos
      * backorders do produto; o que foi liberado sai do saldo total
      * aqui, com a saida ja registrada no livro (e no deposito) pela
      * propria liberacao.
      ******************************************************************
       LIBERAR-BACKORDERS-PRODUTO SECTION.
           PERFORM LER-SALDO-DEPOSITO.
           MOVE ws-cd-produto-mov          TO LIB-CD-PRODUTO.
           MOVE ws-qt-saldo-deposito       TO LIB-QT-DISPONIVEL.
           MOVE ws-cd-deposito-mov         TO LIB-CD-DEPOSITO.
           MOVE PARM-OPERADOR-ID           TO LIB-ID-OPERADOR.
           CALL "LIBERAR-BACKORDERS" USING PARAMETROS-LIBERACAO.
           CANCEL "LIBERAR-BACKORDERS".
           IF  LIB-QT-LIBERADA EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE ws-cd-produto-mov          TO rw-est-cd-produto.
           READ arq-estoque KEY IS rw-est-cd-produto
               INVALID KEY
                   EXIT SECTION
           END-READ.
           SUBTRACT LIB-QT-LIBERADA        FROM rw-est-qt-saldo.
           REWRITE rw-est-registro.
           MOVE SPACES                     TO whs-mensagem.
           STRING "Movimento registrado - " LIB-QT-LIBERADA
                  " liberados para " LIB-QT-PENDENCIAS
                  " backorder(s)"
                  DELIMITED BY SIZE INTO whs-mensagem.

       CONSULTAR-SALDO SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY ENTRADA-SECTION.
           ACCEPT PRODUTO-ON-SCR-IN.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.

           MOVE ws-cd-produto-mov          TO rw-est-cd-produto.
           READ arq-estoque KEY IS rw-est-cd-produto
                   MOVE "Produto sem saldo registrado" TO whs-mensagem
               NOT INVALID KEY
                   DISPLAY SALDO-SECTION
                   IF  ws-cd-deposito-mov GREATER ZEROS
                       PERFORM LER-SALDO-DEPOSITO
                       DISPLAY SALDO-DEPOSITO-SECTION
                   END-IF
                   DISPLAY ESCAPE-SECTION
                   ACCEPT COB-CRT-STATUS FROM ESCAPE KEY
           END-READ.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Mantem os niveis do produto: os atuais (se houver) sao exibidos
      * e os digitados gravam ou regravam o registro; minimo e maximo
      * zerados removem o registro.
      ******************************************************************
       MANTER-NIVEIS SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY ENTRADA-SECTION.
           ACCEPT PRODUTO-ON-SCR-IN.
           MOVE ws-cd-produto-mov          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   MOVE "Produto nao cadastrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           MOVE ws-cd-produto-mov          TO rw-niv-cd-produto.
           READ arq-niveis KEY IS rw-niv-cd-produto
               INVALID KEY
                   MOVE ZEROS              TO rw-niv-qt-minimo
                   MOVE ZEROS              TO rw-niv-qt-maximo
           END-READ.
           DISPLAY NIVEIS-SECTION.
           ACCEPT NIVEL-MINIMO-ON-SCR-IN.
           ACCEPT NIVEL-MAXIMO-ON-SCR-IN.
           MOVE ws-cd-produto-mov          TO rw-niv-cd-produto.
           IF  rw-niv-qt-minimo EQUAL ZEROS
           AND rw-niv-qt-maximo EQUAL ZEROS
               DELETE arq-niveis RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "Nivel removido"       TO whs-mensagem
               EXIT SECTION
           END-IF.
           IF  rw-niv-qt-maximo LESS rw-niv-qt-minimo
               MOVE "Maximo menor que o minimo - nao gravado"
                                            TO whs-mensagem
               EXIT SECTION
           END-IF.
           WRITE rw-niv-registro.
           IF  ws-nivel-existente
               REWRITE rw-niv-registro
           END-IF.
           IF  ws-niveis-ok
               MOVE "Nivel gravado"        TO whs-mensagem
           ELSE
               MOVE "Erro ao gravar nivel" TO whs-mensagem
           END-IF.

      ******************************************************************
      * Transferencia entre depositos: sai da origem com o tipo "T" e
      * entra no destino com o tipo "R", cada ponta com o numero da
      * outra como documento. O saldo total nao muda; o que chega ao
      * destino libera os backorders dos clientes daquele deposito.
      ******************************************************************
       TRANSFERIR-ENTRE-DEPOSITOS SECTION.
           PERFORM LIMPA-CAMPOS-TELA.
           DISPLAY DADOS-SECTION.
           DISPLAY ENTRADA-SECTION.
           ACCEPT PRODUTO-ON-SCR-IN.
           ACCEPT QTDE-ON-SCR-IN.
           DISPLAY DEPOSITO-SECTION.
           ACCEPT DEPOSITO-ON-SCR-IN.
           DISPLAY DESTINO-SECTION.
           ACCEPT DESTINO-ON-SCR-IN.

           IF  ws-qt-movimento EQUAL ZEROS
               MOVE "Quantidade invalida!" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE ws-cd-produto-mov          TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   MOVE "Produto nao cadastrado" TO whs-mensagem
                   EXIT SECTION
           END-READ.
           MOVE ws-cd-deposito-mov         TO DEP-CD-DEPOSITO.
           PERFORM VALIDAR-DEPOSITO.
           IF  DEP-RETORNO NOT EQUAL "00" AND "01"
               MOVE "Deposito de origem nao cadastrado ou inativo"
                                            TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE DEP-CD-DEPOSITO            TO ws-cd-deposito-mov.
           MOVE ws-cd-deposito-destino     TO DEP-CD-DEPOSITO.
           PERFORM VALIDAR-DEPOSITO.
           IF  DEP-RETORNO NOT EQUAL "00" AND "01"
               MOVE "Deposito de destino nao cadastrado ou inativo"
                                            TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE DEP-CD-DEPOSITO            TO ws-cd-deposito-destino.
           IF  ws-cd-deposito-destino EQUAL ws-cd-deposito-mov
               MOVE "Origem e destino sao o mesmo deposito"
                                            TO whs-mensagem
               EXIT SECTION
           END-IF.
           PERFORM LER-SALDO-DEPOSITO.
           IF  ws-qt-saldo-deposito LESS ws-qt-movimento
               MOVE "Saldo insuficiente no deposito de origem"
                                            TO whs-mensagem
               EXIT SECTION
           END-IF.

           MOVE ws-cd-produto-mov          TO MOV-CD-PRODUTO.
           MOVE "T"                        TO MOV-TP-MOVIMENTO.
           MOVE ws-qt-movimento            TO MOV-QT-MOVIMENTO.
           MOVE "T"                        TO MOV-TP-DOCUMENTO.
           MOVE ws-cd-deposito-destino     TO MOV-NR-DOCUMENTO.
           MOVE PARM-OPERADOR-ID           TO MOV-ID-OPERADOR.
           MOVE ws-cd-deposito-mov         TO MOV-CD-DEPOSITO.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".
           IF  MOV-RETORNO NOT EQUAL "00"
               MOVE "Erro ao registrar a transferencia" TO whs-mensagem
               EXIT SECTION
           END-IF.
           MOVE ws-cd-produto-mov          TO MOV-CD-PRODUTO.
           MOVE "R"                        TO MOV-TP-MOVIMENTO.
           MOVE ws-qt-movimento            TO MOV-QT-MOVIMENTO.
           MOVE "T"                        TO MOV-TP-DOCUMENTO.
           MOVE ws-cd-deposito-mov         TO MOV-NR-DOCUMENTO.
           MOVE PARM-OPERADOR-ID           TO MOV-ID-OPERADOR.
           MOVE ws-cd-deposito-destino     TO MOV-CD-DEPOSITO.
           CALL "REGISTRAR-MOVIMENTO" USING PARAMETROS-MOVIMENTO.
           CANCEL "REGISTRAR-MOVIMENTO".
           MOVE "Transferencia registrada" TO whs-mensagem.

           MOVE ws-cd-deposito-destino     TO ws-cd-deposito-mov.
           PERFORM LIBERAR-BACKORDERS-PRODUTO.

       VALIDAR-DEPOSITO SECTION.
           MOVE ZEROS                      TO DEP-CD-CLIENTE.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".

       LER-SALDO-DEPOSITO SECTION.
           MOVE ZEROS                      TO ws-qt-saldo-deposito.
           OPEN INPUT arq-estoque-depositos.
           IF  NOT ws-depositos-ok
               EXIT SECTION
           END-IF.
           MOVE ws-cd-produto-mov          TO rw-esd-cd-produto.
           MOVE ws-cd-deposito-mov         TO rw-esd-cd-deposito.
           READ arq-estoque-depositos KEY IS rw-esd-chave
               INVALID KEY
                   MOVE ZEROS              TO rw-esd-qt-saldo
           END-READ.
           MOVE rw-esd-qt-saldo            TO ws-qt-saldo-deposito.
           CLOSE arq-estoque-depositos.

       LIMPA-CAMPOS-TELA SECTION.
           MOVE SPACES TO OPCAO-ON-SCR-IN.
           MOVE ZEROS TO PRODUTO-ON-SCR-IN.
           MOVE ZEROS TO QTDE-ON-SCR-IN.
           MOVE ZEROS TO DEPOSITO-ON-SCR-IN.
           MOVE ZEROS TO DESTINO-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-estoque
           CLOSE arq-produtos
           CLOSE arq-niveis
           EXIT PROGRAM.
       END PROGRAM CADASTRO-ESTOQUE.
