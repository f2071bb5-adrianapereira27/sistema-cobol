      * Author: Adriana Pereira
      * Date: 02/09/2026
      * Purpose: Liberacao dos itens de pedido retidos pelo controle
      *          de tolerancia de preco do CADASTRO-PEDIDOS e das
      *          bonificacoes acima da verba mensal do vendedor
      *          (itensRetidos.dat). A liberacao grava o item no
      *          pedido com o preco digitado (a bonificacao entra sem
      *          valor), com o ICMS e o ICMS-ST do CALCULO-ICMS, e
      *          atualiza os totais; a rejeicao apenas descarta o
      *          item retido. O acesso e restrito aos perfis
      *          supervisor e administrador pelo MAIN-MENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS rw-nr-pedido
             ALTERNATE KEY      IS rw-cd-vendedor WITH DUPLICATES
             ALTERNATE KEY      IS rw-chave-cliente-data
                                = rw-cd-cliente rw-dt-pedido
                                WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-acesso.

             LOCK MODE          IS MANUAL
             FILE STATUS        IS ws-resultado-itens.

       DATA DIVISION.
       FILE SECTION.
           FD arq-itens-retidos.
               03 rw-ret-vl-referencia     PIC 9(007)v9(002).
               03 rw-ret-id-operador       PIC x(010).
               03 rw-ret-dt-retencao       PIC 9(008).
               03 rw-ret-tp-item           PIC x(001).
                  88 rw-ret-preco              VALUE "P", " ".
                  88 rw-ret-bonificacao        VALUE "B".

           FD arq-pedidos.
           01  rw-registro.
                  88 rw-pedido-alteravel       VALUE "D", " ", "C".
               03 rw-ds-motivo-cancel      PIC x(030).
               03 rw-cd-cond-pagto         PIC x(003).
               03 rw-dt-entrega-prevista   PIC 9(008).
               03 rw-dt-confirmacao        PIC 9(008).
               03 rw-dt-transmissao        PIC 9(008).
               03 rw-dt-entrega            PIC 9(008).
               03 rw-st-entrega            PIC x(001).
               03 rw-dt-romaneio           PIC 9(008).
               03 rw-nr-romaneio           PIC 9(002).

           FD arq-itens.
           01  rw-pit-registro.
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

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
           01  ws-hr-auditoria             PIC 9(008) VALUE ZEROS.
           01  ws-acao-auditoria           PIC x(010) VALUE SPACES.

           01  PARAMETROS-AUDITORIA.
               05 AUD-NM-ARQUIVO           PIC x(030) VALUE SPACES.
               05 AUD-LINHA                PIC x(200) VALUE SPACES.
               05 AUD-RETORNO              PIC x(002) VALUE SPACES.

           01  WR-AUDITORIA.
               03 FILLER                   PIC x(005) VALUE "DATA ".
               03 WR-AU-DATA               PIC 9(008).
               03 FILLER                   PIC x(007) VALUE " CHAVE ".
               03 WR-AU-CHAVE              PIC x(014).

           01  PARAMETROS-ICMS.
               05 ICM-CD-CLIENTE           PIC 9(007) VALUE ZEROS.
               05 ICM-CD-PRODUTO           PIC 9(007) VALUE ZEROS.
               05 ICM-VL-BASE              PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-PC-ICMS              PIC 9(002)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-ICMS              PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-BASE-ST           PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-VL-ICMS-ST           PIC 9(009)v9(002)
                                            VALUE ZEROS.
               05 ICM-RETORNO              PIC x(002) VALUE SPACES.

           01  WS-CONTADORES.
               03 WS-CT-LIBERADOS          PIC 9(006) VALUE ZEROS.
               03 WS-CT-REJEITADOS         PIC 9(006) VALUE ZEROS.
               07  VALUE "Operador:"           LINE 10 COL 05.
               07  RETIDO-OPERADOR-OUT         LINE 10 COL 25
                            PIC x(10)        USING rw-ret-id-operador.
               07  VALUE "Tipo (P-Preco/B-Bonificacao):"
                                               LINE 11 COL 05.
               07  RETIDO-TIPO-OUT             LINE 11 COL 36
                            PIC x(01)        USING rw-ret-tp-item.
               07  VALUE "Decisao (L-Libera/R-Rejeita/ENTER pula):"
                                               LINE 12 COL 05.
               07  DECISAO-ON-SCR-IN           LINE 12 COL 47
           MOVE rw-ret-vl-digitado         TO rw-pit-vl-unitario.
           COMPUTE rw-pit-vl-item =
                   rw-ret-qt-produto * rw-ret-vl-digitado.
           MOVE ZEROS                      TO rw-pit-cd-campanha.
           MOVE rw-ret-vl-digitado         TO rw-pit-vl-preco-cheio.
           MOVE "V"                        TO rw-pit-tp-item.
      *    bonificacao liberada acima da verba entra sem valor, com o
      *    preco de referencia para o consumo da verba
           IF  rw-ret-bonificacao
               MOVE "B"                    TO rw-pit-tp-item
               MOVE ZEROS                  TO rw-pit-vl-unitario
               MOVE ZEROS                  TO rw-pit-vl-item
               MOVE rw-ret-vl-referencia   TO rw-pit-vl-preco-cheio
           END-IF.
           PERFORM CALCULAR-IMPOSTOS-ITEM.
           WRITE rw-pit-registro.
           IF  NOT ws-itens-ok
               MOVE "Erro ao gravar o item liberado" TO whs-mensagem
               EXIT SECTION
           END-IF.
           ADD rw-pit-vl-item              TO rw-vl-total-pedido.
           ADD rw-pit-vl-icms-st           TO rw-vl-total-pedido.
           REWRITE rw-registro.
           IF  NOT ws-operacao-ok
               MOVE "Erro ao atualizar o pedido" TO whs-mensagem
           PERFORM GRAVAR-LOG-AUDITORIA.
           MOVE "Item liberado e incluido no pedido" TO whs-mensagem.

      ******************************************************************
      * Mesmo calculo de impostos do CADASTRO-PEDIDOS: bonificacao e
      * tributada pelo preco de referencia.
      ******************************************************************
       CALCULAR-IMPOSTOS-ITEM SECTION.
           MOVE rw-cd-cliente              TO ICM-CD-CLIENTE.
           MOVE rw-pit-cd-produto          TO ICM-CD-PRODUTO.
           IF  rw-pit-bonificacao
               COMPUTE ICM-VL-BASE =
                       rw-pit-qt-produto * rw-pit-vl-preco-cheio
           ELSE
               MOVE rw-pit-vl-item         TO ICM-VL-BASE
           END-IF.
           CALL "CALCULO-ICMS" USING PARAMETROS-ICMS.
           CANCEL "CALCULO-ICMS".
           MOVE ICM-PC-ICMS                TO rw-pit-pc-icms.
           MOVE ICM-VL-ICMS                TO rw-pit-vl-icms.
           MOVE ICM-VL-BASE-ST             TO rw-pit-vl-base-st.
           MOVE ICM-VL-ICMS-ST             TO rw-pit-vl-icms-st.

       REJEITAR-ITEM-RETIDO SECTION.
           MOVE rw-ret-nr-pedido           TO rw-nr-pedido.
           DELETE arq-itens-retidos RECORD.
           MOVE "Item retido rejeitado"    TO whs-mensagem.

       GRAVAR-LOG-AUDITORIA SECTION.
           ACCEPT ws-dt-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hr-auditoria FROM TIME.
           MOVE ws-dt-auditoria         TO WR-AU-DATA.
           MOVE ws-acao-auditoria       TO WR-AU-ACAO.
           MOVE SPACES                  TO WR-AU-CHAVE.
           MOVE rw-nr-pedido            TO WR-AU-CHAVE.
           MOVE "auditpedidos.txt"      TO AUD-NM-ARQUIVO.
           MOVE WR-AUDITORIA            TO AUD-LINHA.
           CALL "REGISTRAR-AUDITORIA" USING PARAMETROS-AUDITORIA.
           CANCEL "REGISTRAR-AUDITORIA".
       END PROGRAM LIBERACAO-PRECOS.
