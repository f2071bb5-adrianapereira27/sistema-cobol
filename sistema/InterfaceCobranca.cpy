      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Layout fixo do arquivo de retorno da cobranca
      *          bancaria (retornoCobranca.txt). Registros de largura
      *          fixa de 200 posicoes, distinguidos pelo tipo de
      *          registro na primeira posicao ("H" = header, "D" =
      *          pagamento, "T" = trailer). O nosso numero do registro
      *          "D" e a chave do titulo em titulos.dat (pedido +
      *          parcela); o valor pago ja inclui os juros cobrados
      *          pelo banco, informados a parte.
      ******************************************************************
       01  IF-COB-HEADER.
           03 IF-COB-HDR-TIPO-REGISTRO PIC X(001) VALUE "H".
           03 IF-COB-HDR-CD-BANCO      PIC 9(003).
           03 IF-COB-HDR-DT-GERACAO    PIC 9(008).
           03 IF-COB-HDR-NR-SEQUENCIAL PIC 9(006).
           03 FILLER                   PIC X(182).

       01  IF-COB-PAGAMENTO.
           03 IF-COB-TIPO-REGISTRO     PIC X(001) VALUE "D".
           03 IF-COB-NOSSO-NUMERO.
              05 IF-COB-NR-PEDIDO      PIC 9(007).
              05 IF-COB-NR-PARCELA     PIC 9(002).
           03 IF-COB-DT-PAGAMENTO      PIC 9(008).
           03 IF-COB-VL-PAGO           PIC 9(011)V9(002).
           03 IF-COB-VL-JUROS          PIC 9(009)V9(002).
           03 IF-COB-NR-AUTENTICACAO   PIC X(020).
           03 FILLER                   PIC X(138).

       01  IF-COB-TRAILER.
           03 IF-COB-TRL-TIPO-REGISTRO PIC X(001) VALUE "T".
           03 IF-COB-TRL-QT-PAGAMENTOS PIC 9(006).
           03 IF-COB-TRL-VL-TOTAL      PIC 9(013)V9(002).
           03 FILLER                   PIC X(178).
