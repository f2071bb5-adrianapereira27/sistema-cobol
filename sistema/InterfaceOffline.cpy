      ******************************************************************
      * Author: Adriana Pereira
      * Date: 15/10/2026
      * Purpose: Layout fixo do pacote offline do vendedor
      *          (pacoteVendedorNNN.txt), com os dados que a captura
      *          em campo precisa para validar o pedido antes da
      *          importacao. Registros de largura fixa de 200
      *          posicoes, distinguidos pelo tipo de registro na
      *          primeira posicao ("H" = header, "C" = cliente
      *          atribuido, "P" = produto ativo, "R" = preco vigente
      *          por produto/canal/classe, "T" = trailer).
      *          Situacao de bloqueio do cliente: espaco = liberado,
      *          "B" = bloqueio comercial, "V" = titulo vencido alem
      *          do parametro DIAS-ATRASO-BLOQUEIO, "I" = inativo.
      *          Situacao de credito: "L" = limite cadastrado (o
      *          disponivel ja desconta pedidos em carteira e titulos
      *          em aberto), espaco = sem limite cadastrado.
      *          Origem do preco: "T" = tabela, "L" = preco de lista.
      ******************************************************************
       01  IF-OFF-HEADER.
           03 IF-OFH-TIPO-REGISTRO     PIC X(001) VALUE "H".
           03 IF-OFH-CD-VENDEDOR       PIC 9(003).
           03 IF-OFH-NM-VENDEDOR       PIC X(040).
           03 IF-OFH-DT-GERACAO        PIC 9(008).
           03 IF-OFH-HR-GERACAO        PIC 9(006).
           03 FILLER                   PIC X(142).

       01  IF-OFF-CLIENTE.
           03 IF-OFC-TIPO-REGISTRO     PIC X(001) VALUE "C".
           03 IF-OFC-CD-CLIENTE        PIC 9(007).
           03 IF-OFC-CNPJ              PIC 9(014).
           03 IF-OFC-RAZAO-SOCIAL      PIC X(040).
           03 IF-OFC-DS-LOGRADOURO     PIC X(040).
           03 IF-OFC-NR-NUMERO         PIC X(006).
           03 IF-OFC-DS-BAIRRO         PIC X(020).
           03 IF-OFC-DS-CIDADE         PIC X(025).
           03 IF-OFC-SG-UF             PIC X(002).
           03 IF-OFC-NR-CEP            PIC X(008).
           03 IF-OFC-HR-ABERTURA       PIC 9(004).
           03 IF-OFC-HR-FECHAMENTO     PIC 9(004).
           03 IF-OFC-CD-COND-PAGTO     PIC X(003).
           03 IF-OFC-CD-CANAL          PIC X(003).
           03 IF-OFC-CD-CLASSE         PIC X(001).
           03 IF-OFC-ST-BLOQUEIO       PIC X(001).
           03 IF-OFC-ST-CREDITO        PIC X(001).
           03 IF-OFC-VL-CREDITO-DISP   PIC S9(009)V9(002).
           03 FILLER                   PIC X(009).

       01  IF-OFF-PRODUTO.
           03 IF-OFP-TIPO-REGISTRO     PIC X(001) VALUE "P".
           03 IF-OFP-CD-PRODUTO        PIC 9(007).
           03 IF-OFP-DS-DESCRICAO      PIC X(040).
           03 IF-OFP-DS-UNIDADE        PIC X(003).
           03 IF-OFP-VL-PRECO-LISTA    PIC 9(007)V9(002).
           03 IF-OFP-ST-RETORNAVEL     PIC X(001).
           03 FILLER                   PIC X(139).

       01  IF-OFF-PRECO.
           03 IF-OFR-TIPO-REGISTRO     PIC X(001) VALUE "R".
           03 IF-OFR-CD-PRODUTO        PIC 9(007).
           03 IF-OFR-CD-CANAL          PIC X(003).
           03 IF-OFR-CD-CLASSE         PIC X(001).
           03 IF-OFR-VL-PRECO          PIC 9(007)V9(002).
           03 IF-OFR-DT-INICIO         PIC 9(008).
           03 IF-OFR-DT-FIM            PIC 9(008).
           03 IF-OFR-TP-ORIGEM         PIC X(001).
           03 FILLER                   PIC X(162).

       01  IF-OFF-TRAILER.
           03 IF-OFT-TIPO-REGISTRO     PIC X(001) VALUE "T".
           03 IF-OFT-QT-CLIENTES       PIC 9(006).
           03 IF-OFT-QT-PRODUTOS       PIC 9(006).
           03 IF-OFT-QT-PRECOS         PIC 9(006).
           03 IF-OFT-QT-REGISTROS      PIC 9(006).
           03 FILLER                   PIC X(175).
