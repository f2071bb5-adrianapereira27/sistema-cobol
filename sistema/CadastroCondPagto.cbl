      * Author: Adriana Pereira
      * Date: 02/09/2026
      * Purpose: Cadastro das condicoes de pagamento (codigo,
      *          descricao, prazo em dias, desconto a vista e numero
      *          de parcelas do titulo a receber),
      *          referenciadas como condicao padrao do cliente no
      *          CADASTRO-CLIENTES e capturadas em cada pedido no
      *          CADASTRO-PEDIDOS
               03 rw-cpg-st-ativo          PIC x(001).
                  88 rw-cpg-ativa              VALUE "A".
                  88 rw-cpg-inativa            VALUE "I".
      *        numero de parcelas do titulo gerado no retorno do
      *        faturamento, vencendo a cada prazo; 0 vale como 1
               03 rw-cpg-qt-parcelas       PIC 9(002).

       WORKING-STORAGE SECTION.
           77  whs-mensagem                PIC x(200).
               07  VALUE "Desconto a vista (%):" LINE 09 COL 05.
               07  DESCONTO-ON-SCR-IN          LINE 09 COL 32
                            PIC 9(02),9(02)  USING rw-cpg-pc-desconto.
               07  VALUE "Parcelas (0 = 1):"   LINE 10 COL 05.
               07  PARCELAS-ON-SCR-IN          LINE 10 COL 32
                            PIC 9(02)        USING rw-cpg-qt-parcelas.
           05  ESCAPE-SECTION.
               07  VALUE "Pressione a tecla ESC para voltar ao menu"
                             LINE 12 COL 05  USING ws-escape-key.
           ACCEPT DESCRICAO-ON-SCR-IN.
           ACCEPT PRAZO-ON-SCR-IN.
           ACCEPT DESCONTO-ON-SCR-IN.
           ACCEPT PARCELAS-ON-SCR-IN.

           MOVE "A"                      TO rw-cpg-st-ativo.
           WRITE rw-registro.
                   ACCEPT DESCRICAO-ON-SCR-IN
                   ACCEPT PRAZO-ON-SCR-IN
                   ACCEPT DESCONTO-ON-SCR-IN
                   ACCEPT PARCELAS-ON-SCR-IN
                   REWRITE rw-registro
                   IF  ws-operacao-ok
                       MOVE "Regravado com sucesso" TO whs-mensagem
           MOVE SPACES TO DESCRICAO-ON-SCR-IN.
           MOVE ZEROS TO PRAZO-ON-SCR-IN.
           MOVE ZEROS TO DESCONTO-ON-SCR-IN.
           MOVE ZEROS TO PARCELAS-ON-SCR-IN.

       B-999-TERMINAR SECTION.
           CLOSE arq-condicoes
