      *          a folha de pagamento, no mesmo molde da
      *          InterfaceExtracao.cpy: registros de 200 posicoes com
      *          o tipo na primeira posicao ("H" = header, "M" =
      *          comissao do vendedor, "E" = estorno de comissao,
      *          "K" = reembolso de quilometragem, "T" = trailer). O
      *          estorno e sempre um debito contra o vendedor, ligado
      *          ao pedido que gerou a comissao. O trailer carrega a
      *          contagem dos registros "M", "E" e "K" e o somatorio
      *          dos seus valores (modulo 10**15) para conferencia na
      *          folha.
      ******************************************************************
       01  IF-COM-HEADER.
           03 IF-COM-HDR-TIPO-REGISTRO PIC X(001) VALUE "H".
           03 IF-COM-ST-ACELERADA      PIC X(001).
           03 FILLER                   PIC X(150).

      ******************************************************************
      * Registro "E": estorno de comissao ja paga, lancado no anomes
      * em que a devolucao foi registrada (tipo "D", com o numero da
      * devolucao) ou em que o cancelamento do pedido foi apurado
      * (tipo "C"). O valor base e o valor devolvido ou o valor do
      * pedido cancelado; o valor do estorno e a debitar.
      ******************************************************************
       01  IF-COM-ESTORNO.
           03 IF-EST-TIPO-REGISTRO     PIC X(001) VALUE "E".
           03 IF-EST-CD-VENDEDOR       PIC 9(003).
           03 IF-EST-CPF-VENDEDOR      PIC 9(011).
           03 IF-EST-NR-ANOMES         PIC 9(006).
           03 IF-EST-NR-PEDIDO         PIC 9(007).
           03 IF-EST-NR-ANOMES-ORIGEM  PIC 9(006).
           03 IF-EST-TP-ESTORNO        PIC X(001).
           03 IF-EST-NR-DEVOLUCAO      PIC 9(007).
           03 IF-EST-VL-BASE           PIC 9(013)V9(002).
           03 IF-EST-VL-ESTORNO        PIC 9(011)V9(002).
           03 FILLER                   PIC X(130).

      ******************************************************************
      * Registro "K": reembolso de quilometragem do vendedor no
      * anomes (CALCULO-REEMBOLSO-KM), com os dias trabalhados, o km
      * apurado, o valor por km aplicado e o valor a creditar.
      ******************************************************************
       01  IF-COM-REEMBOLSO-KM.
           03 IF-KM-TIPO-REGISTRO      PIC X(001) VALUE "K".
           03 IF-KM-CD-VENDEDOR        PIC 9(003).
           03 IF-KM-CPF-VENDEDOR       PIC 9(011).
           03 IF-KM-NR-ANOMES          PIC 9(006).
           03 IF-KM-QT-DIAS            PIC 9(003).
           03 IF-KM-QT-KM              PIC 9(007)V9(002).
           03 IF-KM-VL-KM              PIC 9(003)V9(004).
           03 IF-KM-VL-REEMBOLSO       PIC 9(011)V9(002).
           03 FILLER                   PIC X(147).

       01  IF-COM-TRAILER.
           03 IF-COM-TRL-TIPO-REGISTRO PIC X(001) VALUE "T".
           03 IF-COM-TRL-QT-REGISTROS  PIC 9(006).
