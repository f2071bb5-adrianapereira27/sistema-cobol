      *          como um registro "P" seguido dos seus registros "I".
      *          O trailer carrega as contagens por tipo e o somatorio
      *          dos valores totais dos pedidos (modulo 10**15) para
      *          conferencia de integridade na recepcao. O valor total
      *          do pedido ja inclui o ICMS-ST dos itens, devido por
      *          fora; o ICMS proprio esta contido no valor do item.
      ******************************************************************
       01  IF-PED-HEADER.
           03 IF-PED-HDR-TIPO-REGISTRO PIC X(001) VALUE "H".
           03 IF-PED-QT-ITENS          PIC 9(003).
           03 IF-PED-VL-TOTAL          PIC 9(011)V9(002).
           03 IF-PED-CD-COND-PAGTO     PIC X(003).
      *    data prometida ao cliente na digitacao (zero = sem data)
           03 IF-PED-DT-ENTREGA-PREV   PIC 9(008).
           03 FILLER                   PIC X(133).

       01  IF-PED-ITEM.
           03 IF-ITM-TIPO-REGISTRO     PIC X(001) VALUE "I".
           03 IF-ITM-QT-PRODUTO        PIC 9(005).
           03 IF-ITM-VL-UNITARIO       PIC 9(007)V9(002).
           03 IF-ITM-VL-ITEM           PIC 9(009)V9(002).
      *    "B" = bonificacao: item sem receita (unitario e valor
      *    zerados), valorizado pelo preco de referencia para a nota
           03 IF-ITM-TP-ITEM           PIC X(001).
           03 IF-ITM-VL-REFERENCIA     PIC 9(007)V9(002).
      *    impostos calculados na digitacao (CALCULO-ICMS)
           03 IF-ITM-PC-ICMS           PIC 9(002)V9(002).
           03 IF-ITM-VL-ICMS           PIC 9(009)V9(002).
           03 IF-ITM-VL-BASE-ST        PIC 9(009)V9(002).
           03 IF-ITM-VL-ICMS-ST        PIC 9(009)V9(002).
           03 FILLER                   PIC X(110).

      ******************************************************************
      * Registro "R" do arquivo de retorno do faturamento: o ERP
