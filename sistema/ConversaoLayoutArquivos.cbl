      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Conversao unica dos arquivos indexados cujo registro
      *          foi estendido com campos no final: pedidoItens.dat e
      *          pedidoItensHist.dat (campanha, preco cheio, tipo do
      *          item e ICMS), produtos.dat (NCM, origem, peso, volume
      *          e familia), territorios.dat (deposito, dias de
      *          entrega e hora de corte), condPagamento.dat
      *          (parcelas), metas.dat (verba de bonificacao),
      *          histVisitas.dat (check-in e check-out) e
      *          itensRetidos.dat (tipo do item). Arquivo que abre no
      *          layout atual ou que nao existe nao e tocado; os demais
      *          sao copiados registro a registro para uma copia de
      *          seguranca (<arquivo>Conv.dat), recriados e
      *          recarregados da copia com os campos novos zerados
      *          (origem do produto "0", tipo do item em branco =
      *          venda/preco, preco cheio do item antigo = preco
      *          unitario). As quantidades lidas antes, as gravadas e
      *          as relidas depois da reconstrucao sao conferidas;
      *          havendo divergencia o programa termina com RETURN-CODE
      *          8 e a copia fica preservada para a recarga. Os pedidos
      *          sao convertidos pelo CONVERSAO-CHAVE-PEDIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSAO-LAYOUT-ARQUIVOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT arq-itens-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-ita-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-itens ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-pit-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-atual.

           SELECT arq-produtos-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-pra-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-produtos ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-prd-cd-produto
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-atual.

           SELECT arq-territorios-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-tea-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-territorios ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-ter-cd-territorio
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-atual.

           SELECT arq-cond-pagto-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-cga-cd-condicao
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-cond-pagto ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-cpg-cd-condicao
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-atual.

           SELECT arq-metas-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-mea-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-metas ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-met-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-atual.

           SELECT arq-visitas-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-hva-chave
             ALTERNATE KEY      IS rw-hva-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-hist-visitas ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-hv-chave
             ALTERNATE KEY      IS rw-hv-cd-cliente WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-atual.

           SELECT arq-retidos-antigo ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-rea-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-antigo.

           SELECT arq-retidos ASSIGN TO DISK ws-nome-arquivo
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-ret-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-atual.

           SELECT arq-copia ASSIGN TO DISK ws-nome-copia
             ORGANIZATION       IS INDEXED
             ACCESS MODE        IS SEQUENTIAL
             RECORD KEY         IS rw-cop-chave
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-copia.

       DATA DIVISION.
       FILE SECTION.
           FD arq-itens-antigo.
           01  rw-ita-registro.
               03 rw-ita-chave.
                  05 rw-ita-nr-pedido      PIC 9(007).
                  05 rw-ita-nr-sequencia   PIC 9(003).
               03 rw-ita-dados             PIC x(032).

           FD arq-itens.
           01  rw-pit-registro.
               03 rw-pit-chave.
                  05 rw-pit-nr-pedido      PIC 9(007).
                  05 rw-pit-nr-sequencia   PIC 9(003).
               03 rw-pit-cd-produto        PIC 9(007).
               03 rw-pit-qt-produto        PIC 9(005).
               03 rw-pit-vl-unitario       PIC 9(007)v9(002).
               03 rw-pit-vl-item           PIC 9(009)v9(002).
               03 rw-pit-cd-campanha       PIC 9(005).
               03 rw-pit-vl-preco-cheio    PIC 9(007)v9(002).
               03 rw-pit-tp-item           PIC x(001).
                  88 rw-pit-venda              VALUE "V", " ".
                  88 rw-pit-bonificacao        VALUE "B".
               03 rw-pit-pc-icms           PIC 9(002)v9(002).
               03 rw-pit-vl-icms           PIC 9(009)v9(002).
               03 rw-pit-vl-base-st        PIC 9(009)v9(002).
               03 rw-pit-vl-icms-st        PIC 9(009)v9(002).

           FD arq-produtos-antigo.
           01  rw-pra-registro.
               03 rw-pra-cd-produto        PIC 9(007).
               03 rw-pra-dados             PIC x(057).

           FD arq-produtos.
           01  rw-prd-registro.
               03 rw-prd-cd-produto        PIC 9(007).
               03 rw-prd-dados             PIC x(057).
               03 rw-prd-cd-ncm            PIC 9(008).
               03 rw-prd-cd-origem         PIC x(001).
               03 rw-prd-qt-peso           PIC 9(005)v9(003).
               03 rw-prd-qt-volume         PIC 9(003)v9(006).
               03 rw-prd-cd-familia        PIC 9(005).

           FD arq-territorios-antigo.
           01  rw-tea-registro.
               03 rw-tea-cd-territorio     PIC x(005).
               03 rw-tea-dados             PIC x(075).

           FD arq-territorios.
           01  rw-ter-registro.
               03 rw-ter-cd-territorio     PIC x(005).
               03 rw-ter-dados             PIC x(075).
               03 rw-ter-cd-deposito       PIC 9(003).
               03 rw-ter-ds-dias-entrega   PIC x(005).
               03 rw-ter-hr-corte          PIC 9(004).

           FD arq-cond-pagto-antigo.
           01  rw-cga-registro.
               03 rw-cga-cd-condicao       PIC x(003).
               03 rw-cga-dados             PIC x(038).

           FD arq-cond-pagto.
           01  rw-cpg-registro.
               03 rw-cpg-cd-condicao       PIC x(003).
               03 rw-cpg-dados             PIC x(038).
               03 rw-cpg-qt-parcelas       PIC 9(002).

           FD arq-metas-antigo.
           01  rw-mea-registro.
               03 rw-mea-chave.
                  05 rw-mea-cd-vendedor    PIC 9(003).
                  05 rw-mea-nr-anomes      PIC 9(006).
               03 rw-mea-dados             PIC x(016).

           FD arq-metas.
           01  rw-met-registro.
               03 rw-met-chave.
                  05 rw-met-cd-vendedor    PIC 9(003).
                  05 rw-met-nr-anomes      PIC 9(006).
               03 rw-met-dados             PIC x(016).
               03 rw-met-vl-verba-bonif    PIC 9(009)v9(002).

           FD arq-visitas-antigo.
           01  rw-hva-registro.
               03 rw-hva-chave.
                  05 rw-hva-cd-vendedor    PIC 9(003).
                  05 rw-hva-dt-visita      PIC 9(008).
                  05 rw-hva-nr-seq         PIC 9(004).
               03 rw-hva-cd-cliente        PIC 9(007).
               03 rw-hva-dados             PIC x(004).

           FD arq-hist-visitas.
           01  rw-hv-registro.
               03 rw-hv-chave.
                  05 rw-hv-cd-vendedor     PIC 9(003).
                  05 rw-hv-dt-visita       PIC 9(008).
                  05 rw-hv-nr-seq          PIC 9(004).
               03 rw-hv-cd-cliente         PIC 9(007).
               03 rw-hv-dados              PIC x(004).
               03 rw-hv-hr-checkin         PIC 9(004).
               03 rw-hv-hr-checkout        PIC 9(004).

           FD arq-retidos-antigo.
           01  rw-rea-registro.
               03 rw-rea-chave.
                  05 rw-rea-nr-pedido      PIC 9(007).
                  05 rw-rea-cd-produto     PIC 9(007).
               03 rw-rea-dados             PIC x(041).

           FD arq-retidos.
           01  rw-ret-registro.
               03 rw-ret-chave.
                  05 rw-ret-nr-pedido      PIC 9(007).
                  05 rw-ret-cd-produto     PIC 9(007).
               03 rw-ret-dados             PIC x(041).
               03 rw-ret-tp-item           PIC x(001).

      ******************************************************************
      * Copia de seguranca do registro no layout antigo (ate 80
      * posicoes, completado com espacos). As 15 primeiras posicoes
      * contem a chave primaria inteira de todos os arquivos
      * convertidos e servem de chave da copia.
      ******************************************************************
           FD arq-copia.
           01  rw-cop-registro.
               03 rw-cop-chave             PIC x(015).
               03 rw-cop-dados             PIC x(065).

       WORKING-STORAGE SECTION.
           01  ws-campos-work.
               03 ws-resultado-antigo      PIC x(02).
                  88 ws-antigo-ok              VALUE "00", "02".
               03 ws-resultado-atual       PIC x(02).
                  88 ws-atual-ok               VALUE "00", "02".
                  88 ws-atual-inexistente      VALUE "35".
               03 ws-resultado-copia       PIC x(02).
                  88 ws-copia-ok               VALUE "00", "02".

           01  ws-nomes-arquivos.
               03 ws-nome-arquivo          PIC x(030) VALUE SPACES.
               03 ws-nome-copia            PIC x(030) VALUE SPACES.

           01  ws-situacao-conversao-sw    PIC x(001) VALUE "N".
               88 ws-conversao-pendente        VALUE "P".
               88 ws-conversao-dispensada      VALUE "N".

           01  WS-CONTADORES.
               03 WS-CT-ANTES              PIC 9(007) VALUE ZEROS.
               03 WS-CT-COPIADOS           PIC 9(007) VALUE ZEROS.
               03 WS-CT-GRAVADOS           PIC 9(007) VALUE ZEROS.
               03 WS-CT-DEPOIS             PIC 9(007) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE SECTION.
           MOVE ZEROS                      TO RETURN-CODE.
           MOVE "pedidoItens.dat"          TO ws-nome-arquivo.
           MOVE "pedidoItensConv.dat"      TO ws-nome-copia.
           PERFORM CONVERTER-ITENS.
           MOVE "pedidoItensHist.dat"      TO ws-nome-arquivo.
           MOVE "pedidoItensHistConv.dat"  TO ws-nome-copia.
           PERFORM CONVERTER-ITENS.
           MOVE "produtos.dat"             TO ws-nome-arquivo.
           MOVE "produtosConv.dat"         TO ws-nome-copia.
           PERFORM CONVERTER-PRODUTOS.
           MOVE "territorios.dat"          TO ws-nome-arquivo.
           MOVE "territoriosConv.dat"      TO ws-nome-copia.
           PERFORM CONVERTER-TERRITORIOS.
           MOVE "condPagamento.dat"        TO ws-nome-arquivo.
           MOVE "condPagamentoConv.dat"    TO ws-nome-copia.
           PERFORM CONVERTER-COND-PAGTO.
           MOVE "metas.dat"                TO ws-nome-arquivo.
           MOVE "metasConv.dat"            TO ws-nome-copia.
           PERFORM CONVERTER-METAS.
           MOVE "histVisitas.dat"          TO ws-nome-arquivo.
           MOVE "histVisitasConv.dat"      TO ws-nome-copia.
           PERFORM CONVERTER-VISITAS.
           MOVE "itensRetidos.dat"         TO ws-nome-arquivo.
           MOVE "itensRetidosConv.dat"     TO ws-nome-copia.
           PERFORM CONVERTER-RETIDOS.
           EXIT PROGRAM.

      ******************************************************************
      * Itens de pedido (corrente e historico): item antigo nao tinha
      * campanha, entao o preco cheio e o proprio preco unitario.
      ******************************************************************
       CONVERTER-ITENS SECTION.
           PERFORM INICIAR-CONVERSAO.
           OPEN INPUT arq-itens.
           IF  ws-atual-ok
               CLOSE arq-itens
           END-IF.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-itens-antigo.
           PERFORM VERIFICAR-ABERTURA-ANTIGO.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           READ arq-itens-antigo NEXT RECORD.
           PERFORM UNTIL NOT ws-antigo-ok
               MOVE rw-ita-registro        TO rw-cop-registro
               PERFORM GRAVAR-COPIA
               READ arq-itens-antigo NEXT RECORD
           END-PERFORM.
           CLOSE arq-itens-antigo.
           CLOSE arq-copia.
           PERFORM CONFERIR-COPIA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-itens.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-pit-registro
               MOVE ZEROS                  TO rw-pit-cd-campanha
               MOVE rw-pit-vl-unitario     TO rw-pit-vl-preco-cheio
               MOVE SPACES                 TO rw-pit-tp-item
               MOVE ZEROS                  TO rw-pit-pc-icms
               MOVE ZEROS                  TO rw-pit-vl-icms
               MOVE ZEROS                  TO rw-pit-vl-base-st
               MOVE ZEROS                  TO rw-pit-vl-icms-st
               WRITE rw-pit-registro
               PERFORM CONTAR-GRAVADO
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-itens.
           OPEN INPUT arq-itens.
           IF  ws-atual-ok
               READ arq-itens NEXT RECORD
               PERFORM UNTIL NOT ws-atual-ok
                   ADD 1                   TO WS-CT-DEPOIS
                   READ arq-itens NEXT RECORD
               END-PERFORM
               CLOSE arq-itens
           END-IF.
           PERFORM CONFERIR-RECONSTRUCAO.

       CONVERTER-PRODUTOS SECTION.
           PERFORM INICIAR-CONVERSAO.
           OPEN INPUT arq-produtos.
           IF  ws-atual-ok
               CLOSE arq-produtos
           END-IF.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-produtos-antigo.
           PERFORM VERIFICAR-ABERTURA-ANTIGO.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           READ arq-produtos-antigo NEXT RECORD.
           PERFORM UNTIL NOT ws-antigo-ok
               MOVE rw-pra-registro        TO rw-cop-registro
               PERFORM GRAVAR-COPIA
               READ arq-produtos-antigo NEXT RECORD
           END-PERFORM.
           CLOSE arq-produtos-antigo.
           CLOSE arq-copia.
           PERFORM CONFERIR-COPIA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-produtos.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-prd-registro
               MOVE ZEROS                  TO rw-prd-cd-ncm
               MOVE "0"                    TO rw-prd-cd-origem
               MOVE ZEROS                  TO rw-prd-qt-peso
               MOVE ZEROS                  TO rw-prd-qt-volume
               MOVE ZEROS                  TO rw-prd-cd-familia
               WRITE rw-prd-registro
               PERFORM CONTAR-GRAVADO
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-produtos.
           OPEN INPUT arq-produtos.
           IF  ws-atual-ok
               READ arq-produtos NEXT RECORD
               PERFORM UNTIL NOT ws-atual-ok
                   ADD 1                   TO WS-CT-DEPOIS
                   READ arq-produtos NEXT RECORD
               END-PERFORM
               CLOSE arq-produtos
           END-IF.
           PERFORM CONFERIR-RECONSTRUCAO.

      *    dias de entrega em branco = sem agenda; corte zero = padrao
       CONVERTER-TERRITORIOS SECTION.
           PERFORM INICIAR-CONVERSAO.
           OPEN INPUT arq-territorios.
           IF  ws-atual-ok
               CLOSE arq-territorios
           END-IF.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-territorios-antigo.
           PERFORM VERIFICAR-ABERTURA-ANTIGO.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           READ arq-territorios-antigo NEXT RECORD.
           PERFORM UNTIL NOT ws-antigo-ok
               MOVE rw-tea-registro        TO rw-cop-registro
               PERFORM GRAVAR-COPIA
               READ arq-territorios-antigo NEXT RECORD
           END-PERFORM.
           CLOSE arq-territorios-antigo.
           CLOSE arq-copia.
           PERFORM CONFERIR-COPIA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-territorios.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-ter-registro
               MOVE ZEROS                  TO rw-ter-cd-deposito
               MOVE SPACES                 TO rw-ter-ds-dias-entrega
               MOVE ZEROS                  TO rw-ter-hr-corte
               WRITE rw-ter-registro
               PERFORM CONTAR-GRAVADO
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-territorios.
           OPEN INPUT arq-territorios.
           IF  ws-atual-ok
               READ arq-territorios NEXT RECORD
               PERFORM UNTIL NOT ws-atual-ok
                   ADD 1                   TO WS-CT-DEPOIS
                   READ arq-territorios NEXT RECORD
               END-PERFORM
               CLOSE arq-territorios
           END-IF.
           PERFORM CONFERIR-RECONSTRUCAO.

       CONVERTER-COND-PAGTO SECTION.
           PERFORM INICIAR-CONVERSAO.
           OPEN INPUT arq-cond-pagto.
           IF  ws-atual-ok
               CLOSE arq-cond-pagto
           END-IF.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-cond-pagto-antigo.
           PERFORM VERIFICAR-ABERTURA-ANTIGO.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           READ arq-cond-pagto-antigo NEXT RECORD.
           PERFORM UNTIL NOT ws-antigo-ok
               MOVE rw-cga-registro        TO rw-cop-registro
               PERFORM GRAVAR-COPIA
               READ arq-cond-pagto-antigo NEXT RECORD
           END-PERFORM.
           CLOSE arq-cond-pagto-antigo.
           CLOSE arq-copia.
           PERFORM CONFERIR-COPIA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-cond-pagto.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-cpg-registro
               MOVE ZEROS                  TO rw-cpg-qt-parcelas
               WRITE rw-cpg-registro
               PERFORM CONTAR-GRAVADO
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-cond-pagto.
           OPEN INPUT arq-cond-pagto.
           IF  ws-atual-ok
               READ arq-cond-pagto NEXT RECORD
               PERFORM UNTIL NOT ws-atual-ok
                   ADD 1                   TO WS-CT-DEPOIS
                   READ arq-cond-pagto NEXT RECORD
               END-PERFORM
               CLOSE arq-cond-pagto
           END-IF.
           PERFORM CONFERIR-RECONSTRUCAO.

       CONVERTER-METAS SECTION.
           PERFORM INICIAR-CONVERSAO.
           OPEN INPUT arq-metas.
           IF  ws-atual-ok
               CLOSE arq-metas
           END-IF.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-metas-antigo.
           PERFORM VERIFICAR-ABERTURA-ANTIGO.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           READ arq-metas-antigo NEXT RECORD.
           PERFORM UNTIL NOT ws-antigo-ok
               MOVE rw-mea-registro        TO rw-cop-registro
               PERFORM GRAVAR-COPIA
               READ arq-metas-antigo NEXT RECORD
           END-PERFORM.
           CLOSE arq-metas-antigo.
           CLOSE arq-copia.
           PERFORM CONFERIR-COPIA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-metas.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-met-registro
               MOVE ZEROS                  TO rw-met-vl-verba-bonif
               WRITE rw-met-registro
               PERFORM CONTAR-GRAVADO
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-metas.
           OPEN INPUT arq-metas.
           IF  ws-atual-ok
               READ arq-metas NEXT RECORD
               PERFORM UNTIL NOT ws-atual-ok
                   ADD 1                   TO WS-CT-DEPOIS
                   READ arq-metas NEXT RECORD
               END-PERFORM
               CLOSE arq-metas
           END-IF.
           PERFORM CONFERIR-RECONSTRUCAO.

       CONVERTER-VISITAS SECTION.
           PERFORM INICIAR-CONVERSAO.
           OPEN INPUT arq-hist-visitas.
           IF  ws-atual-ok
               CLOSE arq-hist-visitas
           END-IF.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-visitas-antigo.
           PERFORM VERIFICAR-ABERTURA-ANTIGO.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           READ arq-visitas-antigo NEXT RECORD.
           PERFORM UNTIL NOT ws-antigo-ok
               MOVE rw-hva-registro        TO rw-cop-registro
               PERFORM GRAVAR-COPIA
               READ arq-visitas-antigo NEXT RECORD
           END-PERFORM.
           CLOSE arq-visitas-antigo.
           CLOSE arq-copia.
           PERFORM CONFERIR-COPIA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-hist-visitas.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-hv-registro
               MOVE ZEROS                  TO rw-hv-hr-checkin
               MOVE ZEROS                  TO rw-hv-hr-checkout
               WRITE rw-hv-registro
               PERFORM CONTAR-GRAVADO
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-hist-visitas.
           OPEN INPUT arq-hist-visitas.
           IF  ws-atual-ok
               READ arq-hist-visitas NEXT RECORD
               PERFORM UNTIL NOT ws-atual-ok
                   ADD 1                   TO WS-CT-DEPOIS
                   READ arq-hist-visitas NEXT RECORD
               END-PERFORM
               CLOSE arq-hist-visitas
           END-IF.
           PERFORM CONFERIR-RECONSTRUCAO.

       CONVERTER-RETIDOS SECTION.
           PERFORM INICIAR-CONVERSAO.
           OPEN INPUT arq-retidos.
           IF  ws-atual-ok
               CLOSE arq-retidos
           END-IF.
           PERFORM VERIFICAR-LAYOUT.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN INPUT arq-retidos-antigo.
           PERFORM VERIFICAR-ABERTURA-ANTIGO.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-copia.
           READ arq-retidos-antigo NEXT RECORD.
           PERFORM UNTIL NOT ws-antigo-ok
               MOVE rw-rea-registro        TO rw-cop-registro
               PERFORM GRAVAR-COPIA
               READ arq-retidos-antigo NEXT RECORD
           END-PERFORM.
           CLOSE arq-retidos-antigo.
           CLOSE arq-copia.
           PERFORM CONFERIR-COPIA.
           IF  ws-conversao-dispensada
               EXIT SECTION
           END-IF.
           OPEN OUTPUT arq-retidos.
           OPEN INPUT arq-copia.
           READ arq-copia NEXT RECORD.
           PERFORM UNTIL NOT ws-copia-ok
               MOVE rw-cop-registro        TO rw-ret-registro
               MOVE SPACES                 TO rw-ret-tp-item
               WRITE rw-ret-registro
               PERFORM CONTAR-GRAVADO
               READ arq-copia NEXT RECORD
           END-PERFORM.
           CLOSE arq-copia.
           CLOSE arq-retidos.
           OPEN INPUT arq-retidos.
           IF  ws-atual-ok
               READ arq-retidos NEXT RECORD
               PERFORM UNTIL NOT ws-atual-ok
                   ADD 1                   TO WS-CT-DEPOIS
                   READ arq-retidos NEXT RECORD
               END-PERFORM
               CLOSE arq-retidos
           END-IF.
           PERFORM CONFERIR-RECONSTRUCAO.

       INICIAR-CONVERSAO SECTION.
           MOVE ZEROS                      TO WS-CT-ANTES.
           MOVE ZEROS                      TO WS-CT-COPIADOS.
           MOVE ZEROS                      TO WS-CT-GRAVADOS.
           MOVE ZEROS                      TO WS-CT-DEPOIS.
           MOVE "N"                        TO ws-situacao-conversao-sw.

      ******************************************************************
      * Pelo status da abertura no layout atual: arquivo que abre ja
      * esta convertido, inexistente nao tem o que converter; o
      * tamanho de registro diferente recusa a abertura e pede a
      * conversao.
      ******************************************************************
       VERIFICAR-LAYOUT SECTION.
           EVALUATE TRUE
               WHEN ws-atual-ok
                   DISPLAY "CONVERSAO-LAYOUT-ARQUIVOS: "
                           ws-nome-arquivo " ja no layout atual"
               WHEN ws-atual-inexistente
                   DISPLAY "CONVERSAO-LAYOUT-ARQUIVOS: "
                           ws-nome-arquivo " nao encontrado"
               WHEN OTHER
                   MOVE "P"                TO ws-situacao-conversao-sw
           END-EVALUATE.

       VERIFICAR-ABERTURA-ANTIGO SECTION.
           IF  NOT ws-antigo-ok
               DISPLAY "CONVERSAO-LAYOUT-ARQUIVOS: " ws-nome-arquivo
                       " nao abriu no layout antigo, status "
                       ws-resultado-antigo " (atual "
                       ws-resultado-atual ")"
               MOVE "N"                    TO ws-situacao-conversao-sw
               MOVE 8                      TO RETURN-CODE
           END-IF.

       GRAVAR-COPIA SECTION.
           ADD 1                           TO WS-CT-ANTES.
           WRITE rw-cop-registro.
           IF  ws-copia-ok
               ADD 1                       TO WS-CT-COPIADOS
           END-IF.

       CONTAR-GRAVADO SECTION.
           IF  ws-atual-ok
               ADD 1                       TO WS-CT-GRAVADOS
           END-IF.

       CONFERIR-COPIA SECTION.
           IF  WS-CT-COPIADOS NOT EQUAL WS-CT-ANTES
               DISPLAY "CONVERSAO-LAYOUT-ARQUIVOS: " ws-nome-arquivo
                       " lidos " WS-CT-ANTES " copiados "
                       WS-CT-COPIADOS " - arquivo mantido no "
                       "layout antigo"
               MOVE "N"                    TO ws-situacao-conversao-sw
               MOVE 8                      TO RETURN-CODE
           END-IF.

       CONFERIR-RECONSTRUCAO SECTION.
           IF  WS-CT-GRAVADOS EQUAL WS-CT-ANTES
           AND WS-CT-DEPOIS EQUAL WS-CT-ANTES
               DISPLAY "CONVERSAO-LAYOUT-ARQUIVOS: " ws-nome-arquivo
                       " convertido com " WS-CT-DEPOIS
                       " registros (copia em " ws-nome-copia ")"
           ELSE
               DISPLAY "CONVERSAO-LAYOUT-ARQUIVOS: " ws-nome-arquivo
                       " DIVERGENTE - antes " WS-CT-ANTES
                       " gravados " WS-CT-GRAVADOS
                       " depois " WS-CT-DEPOIS
               DISPLAY "CONVERSAO-LAYOUT-ARQUIVOS: recarregar a "
                       "partir de " ws-nome-copia
               MOVE 8                      TO RETURN-CODE
           END-IF.
       END PROGRAM CONVERSAO-LAYOUT-ARQUIVOS.
