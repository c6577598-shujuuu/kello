           05  ORIGEM-CO51           PIC X(20).
      *    ORIGEM-CO51 = "COP048 " + CONTRATO/PARCELA DA SOBRA,
      *    "COP054 " + CONTRATO DO CANCELAMENTO, "COD044 " +
      *    CONTRATO/PARCELA DA APLICACAO, "COP088 " + CONTRATO/
      *    COTACAO DA QUITACAO ANTECIPADA, "COP091 " + RECIBO DO
      *    PAGAMENTO EM DUPLICIDADE, "COP095 " + CURSO/TURMA/MEMBRO
      *    DA CORTESIA DA COMISSAO, OU TEXTO LIVRE NO MANUAL
           05  HISTORICO-CO51        PIC X(30).
           05  USUARIO-CO51          PIC X(5).
           05  FILLER                PIC X(10).
