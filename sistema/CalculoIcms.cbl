      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Calcular o ICMS e o ICMS-ST de um item de pedido.
      *          Origem da operacao e a UF do deposito que atende o
      *          cliente (LOCALIZAR-DEPOSITO); deposito sem UF vale
      *          como operacao interna. Destino e a UF do cliente. A
      *          regra sai de regrasFiscais.dat pela origem, destino e
      *          NCM do produto, caindo na regra de NCM 0 do par de
      *          UFs. Mercadoria de origem estrangeira (origem 1, 2, 3
      *          ou 8) em operacao interestadual usa a aliquota de 4%.
      *          O ICMS esta contido no valor do item; o ICMS-ST (so
      *          para cliente contribuinte e regra com MVA) e devido
      *          por fora: base = valor do item acrescido da MVA,
      *          imposto = base x aliquota interna - ICMS proprio.
      *          Retorno "00" com regra aplicada; "23" sem regra para
      *          a operacao ou cliente inexistente (impostos zerados).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-ICMS.

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

           SELECT arq-fiscal ASSIGN TO DISK "clientesFiscal.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-cfi-cd-cliente
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-fiscal.

           SELECT arq-produtos ASSIGN TO DISK "produtos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-produtos.

           SELECT arq-depositos ASSIGN TO DISK "depositos.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-dep-cd-deposito
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-depositos.

           SELECT arq-regras ASSIGN TO DISK "regrasFiscais.dat"
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-rgf-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-regras.

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

           FD arq-fiscal.
           01  rw-cfi-registro.
               03 rw-cfi-cd-cliente        PIC 9(007).
               03 rw-cfi-nr-inscricao      PIC x(014).
               03 rw-cfi-st-contribuinte   PIC x(001).
                  88 rw-cfi-contribuinte       VALUE "S".
                  88 rw-cfi-nao-contribuinte   VALUE "N".

           FD arq-produtos.
           01  rw-prd-registro.
               03 rw-prd-cd-produto         PIC 9(007).
               03 rw-prd-ds-descricao       PIC x(040).
               03 rw-prd-ds-unidade         PIC x(003).
               03 rw-prd-vl-preco-lista     PIC 9(007)v9(002).
               03 rw-prd-st-ativo           PIC x(001).
                  88 rw-prd-ativo               VALUE "A".
                  88 rw-prd-inativo             VALUE "I".
               03 rw-prd-st-retornavel      PIC x(001).
                  88 rw-prd-retornavel          VALUE "S".
               03 rw-prd-tp-vasilhame       PIC x(003).
               03 rw-prd-cd-ncm             PIC 9(008).
               03 rw-prd-cd-origem          PIC x(001).
               03 rw-prd-qt-peso            PIC 9(005)v9(003).
               03 rw-prd-qt-volume          PIC 9(003)v9(006).
               03 rw-prd-cd-familia         PIC 9(005).

           FD arq-depositos.
           01  rw-dep-registro.
               03 rw-dep-cd-deposito       PIC 9(003).
               03 rw-dep-ds-deposito       PIC x(030).
               03 rw-dep-st-ativo          PIC x(001).
                  88 rw-dep-ativo              VALUE "A".
                  88 rw-dep-inativo            VALUE "I".
               03 rw-dep-nr-latitude       PIC s9(003)v9(008).
               03 rw-dep-nr-longitude      PIC s9(003)v9(008).
               03 rw-dep-sg-uf             PIC x(002).

           FD arq-regras.
           01  rw-rgf-registro.
               03 rw-rgf-chave.
                  05 rw-rgf-sg-uf-origem   PIC x(002).
                  05 rw-rgf-sg-uf-destino  PIC x(002).
                  05 rw-rgf-cd-ncm         PIC 9(008).
               03 rw-rgf-pc-icms           PIC 9(002)v9(002).
               03 rw-rgf-pc-mva            PIC 9(003)v9(002).
               03 rw-rgf-pc-icms-st        PIC 9(002)v9(002).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-clientes    PIC x(02).
                  88 ws-clientes-ok            VALUE "00", "02".
               03 ws-resultado-fiscal      PIC x(02).
                  88 ws-fiscal-ok              VALUE "00", "02".
               03 ws-resultado-produtos    PIC x(02).
                  88 ws-produtos-ok            VALUE "00", "02".
               03 ws-resultado-depositos   PIC x(02).
                  88 ws-depositos-ok           VALUE "00", "02".
               03 ws-resultado-regras      PIC x(02).
                  88 ws-regras-ok              VALUE "00", "02".

           01  ws-campos-calculo.
               03 ws-sg-uf-origem          PIC x(002) VALUE SPACES.
               03 ws-sg-uf-destino         PIC x(002) VALUE SPACES.
               03 ws-cd-ncm                PIC 9(008) VALUE ZEROS.
               03 ws-cd-origem             PIC x(001) VALUE SPACES.
                  88 ws-origem-importada       VALUE "1", "2", "3",
                                                     "8".
               03 ws-st-contribuinte       PIC x(001) VALUE SPACES.
                  88 ws-cliente-contribuinte   VALUE "S".
               03 ws-regra-sw              PIC x(001) VALUE "N".
                  88 ws-regra-encontrada       VALUE "S".
               03 ws-vl-icms-st            PIC s9(009)v9(002)
                                            VALUE ZEROS.

           01  ws-pc-icms-importado        PIC 9(002)v9(002)
                                            VALUE 4.

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
           01  PARAMETROS-ICMS.
               05 ICM-CD-CLIENTE           PIC 9(007).
               05 ICM-CD-PRODUTO           PIC 9(007).
               05 ICM-VL-BASE              PIC 9(009)v9(002).
               05 ICM-PC-ICMS              PIC 9(002)v9(002).
               05 ICM-VL-ICMS              PIC 9(009)v9(002).
               05 ICM-VL-BASE-ST           PIC 9(009)v9(002).
               05 ICM-VL-ICMS-ST           PIC 9(009)v9(002).
               05 ICM-RETORNO              PIC x(002).

       PROCEDURE DIVISION USING PARAMETROS-ICMS.
       MAIN-PROCEDURE SECTION.
           MOVE "23"                       TO ICM-RETORNO.
           MOVE ZEROS                      TO ICM-PC-ICMS.
           MOVE ZEROS                      TO ICM-VL-ICMS.
           MOVE ZEROS                      TO ICM-VL-BASE-ST.
           MOVE ZEROS                      TO ICM-VL-ICMS-ST.
           MOVE "N"                        TO ws-regra-sw.

           PERFORM LOCALIZAR-UF-DESTINO.
           IF  ws-sg-uf-destino EQUAL SPACES
               EXIT PROGRAM
           END-IF.
           PERFORM LOCALIZAR-UF-ORIGEM.
           PERFORM LOCALIZAR-DADOS-PRODUTO.
           PERFORM LOCALIZAR-CONTRIBUINTE.
           PERFORM LOCALIZAR-REGRA-FISCAL.
           IF  NOT ws-regra-encontrada
               EXIT PROGRAM
           END-IF.

           MOVE rw-rgf-pc-icms             TO ICM-PC-ICMS.
           IF  ws-sg-uf-origem NOT EQUAL ws-sg-uf-destino
           AND ws-origem-importada
               MOVE ws-pc-icms-importado   TO ICM-PC-ICMS
           END-IF.
           COMPUTE ICM-VL-ICMS ROUNDED =
                   ICM-VL-BASE * ICM-PC-ICMS / 100.

           IF  ws-cliente-contribuinte
           AND rw-rgf-pc-mva GREATER ZEROS
               COMPUTE ICM-VL-BASE-ST ROUNDED =
                       ICM-VL-BASE * (100 + rw-rgf-pc-mva) / 100
               COMPUTE ws-vl-icms-st ROUNDED =
                       (ICM-VL-BASE-ST * rw-rgf-pc-icms-st / 100)
                     - ICM-VL-ICMS
               IF  ws-vl-icms-st GREATER ZEROS
                   MOVE ws-vl-icms-st      TO ICM-VL-ICMS-ST
               END-IF
           END-IF.
           MOVE "00"                       TO ICM-RETORNO.
           EXIT PROGRAM.

       LOCALIZAR-UF-DESTINO SECTION.
           MOVE SPACES                     TO ws-sg-uf-destino.
           OPEN INPUT arq-clientes.
           IF  NOT ws-clientes-ok
               EXIT SECTION
           END-IF.
           MOVE ICM-CD-CLIENTE             TO rw-cli-cd-cliente.
           READ arq-clientes KEY IS rw-cli-cd-cliente
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE rw-cli-sg-uf       TO ws-sg-uf-destino
           END-READ.
           CLOSE arq-clientes.

      ******************************************************************
      * UF do deposito que atende o cliente; sem deposito cadastrado
      * ou deposito sem UF, a operacao e tratada como interna.
      ******************************************************************
       LOCALIZAR-UF-ORIGEM SECTION.
           MOVE ws-sg-uf-destino           TO ws-sg-uf-origem.
           MOVE ICM-CD-CLIENTE             TO DEP-CD-CLIENTE.
           MOVE ZEROS                      TO DEP-CD-DEPOSITO.
           CALL "LOCALIZAR-DEPOSITO" USING PARAMETROS-DEPOSITO.
           CANCEL "LOCALIZAR-DEPOSITO".
           IF  DEP-RETORNO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-depositos.
           IF  NOT ws-depositos-ok
               EXIT SECTION
           END-IF.
           MOVE DEP-CD-DEPOSITO            TO rw-dep-cd-deposito.
           READ arq-depositos KEY IS rw-dep-cd-deposito
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  rw-dep-sg-uf NOT EQUAL SPACES
                       MOVE rw-dep-sg-uf   TO ws-sg-uf-origem
                   END-IF
           END-READ.
           CLOSE arq-depositos.

       LOCALIZAR-DADOS-PRODUTO SECTION.
           MOVE ZEROS                      TO ws-cd-ncm.
           MOVE "0"                        TO ws-cd-origem.
           OPEN INPUT arq-produtos.
           IF  NOT ws-produtos-ok
               EXIT SECTION
           END-IF.
           MOVE ICM-CD-PRODUTO             TO rw-prd-cd-produto.
           READ arq-produtos KEY IS rw-prd-cd-produto
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  rw-prd-cd-ncm IS NUMERIC
                       MOVE rw-prd-cd-ncm  TO ws-cd-ncm
                   END-IF
                   IF  rw-prd-cd-origem NOT EQUAL SPACES
                       MOVE rw-prd-cd-origem TO ws-cd-origem
                   END-IF
           END-READ.
           CLOSE arq-produtos.

      ******************************************************************
      * Cliente sem dados fiscais cadastrados vale como contribuinte.
      ******************************************************************
       LOCALIZAR-CONTRIBUINTE SECTION.
           MOVE "S"                        TO ws-st-contribuinte.
           OPEN INPUT arq-fiscal.
           IF  NOT ws-fiscal-ok
               EXIT SECTION
           END-IF.
           MOVE ICM-CD-CLIENTE             TO rw-cfi-cd-cliente.
           READ arq-fiscal KEY IS rw-cfi-cd-cliente
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE rw-cfi-st-contribuinte TO ws-st-contribuinte
           END-READ.
           CLOSE arq-fiscal.

      ******************************************************************
      * Regra do NCM do produto; sem ela, a regra geral (NCM 0) do
      * mesmo par de UFs.
      ******************************************************************
       LOCALIZAR-REGRA-FISCAL SECTION.
           OPEN INPUT arq-regras.
           IF  NOT ws-regras-ok
               EXIT SECTION
           END-IF.
           MOVE ws-sg-uf-origem            TO rw-rgf-sg-uf-origem.
           MOVE ws-sg-uf-destino           TO rw-rgf-sg-uf-destino.
           MOVE ws-cd-ncm                  TO rw-rgf-cd-ncm.
           READ arq-regras KEY IS rw-rgf-chave
               INVALID KEY
                   MOVE ZEROS              TO rw-rgf-cd-ncm
                   READ arq-regras KEY IS rw-rgf-chave
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S"        TO ws-regra-sw
                   END-READ
               NOT INVALID KEY
                   MOVE "S"                TO ws-regra-sw
           END-READ.
           CLOSE arq-regras.
       END PROGRAM CALCULO-ICMS.
