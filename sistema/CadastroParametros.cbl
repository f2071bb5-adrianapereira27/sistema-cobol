      *          LAT-MIN-BRASIL, LAT-MAX-BRASIL,
      *          LONG-MIN-BRASIL, LONG-MAX-BRASIL, VELOCIDADE-MEDIA,
      *          MINUTOS-VISITA, JORNADA-MINUTOS, DIAS-RETENCAO-EXP,
      *          LIMITE-DUP-METROS, PEDIDOS-SUGESTAO, VALOR-KM,
      *          TETO-REEMBOLSO-DIA, PRAZO-SAC-DIAS,
      *          FATOR-RISCO-PERDA, RETENCAO-AUDITCLI,
      *          RETENCAO-AUDITVND, RETENCAO-AUDITPED,
      *          RETENCAO-HISTCLI, RETENCAO-VISITAS, RETENCAO-LOGBATCH,
      *          HORA-CORTE-PEDIDOS, CUSTO-VISITA,
      *          CUSTO-PARADA-ENTREGA, MARGEM-MINIMA-PCT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
