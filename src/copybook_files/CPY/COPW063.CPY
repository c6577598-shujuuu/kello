      *ARQUIVO DE RECIBOS DE PAGAMENTO DE PARCELA DO COD044: UM RECIBO
      *NUMERADO POR BAIXA, EMITIDO PELO COP081V NO BALCAO (COP048),
      *NA APLICACAO DE CREDITO (COP061), NO RETORNO PIX (CXP119) E NA
      *LIQUIDACAO DE CARTAO (CXP116). REIMPRESSAO, CANCELAMENTO E
      *CONSULTA NO COP081. O REGISTRO 00000000 E O CONTROLE DA
      *NUMERACAO (ULTIMO-NR-CO63).
       FD  COD063.
       01  REG-COD063.
           05  NR-RECIBO-CO63        PIC 9(8).
           05  NR-CONTRATO-CO63      PIC 9(6).
           05  PARCELA-CO63          PIC 9(2).
           05  CURSO-CO63            PIC X(4).
           05  TURMA-CO63            PIC X(3).
           05  CLASSIF-CLIENTE-CO63  PIC 9.
           05  CODIGO-CLIENTE-CO63   PIC 9(8).
      *    CLASSIF/CODIGO-CLIENTE-CO63 = TITULAR DO CONTRATO (COD041)
           05  DATA-EMISSAO-CO63     PIC 9(8).
           05  HORA-EMISSAO-CO63     PIC 9(6).
           05  DATA-VCTO-CO63        PIC 9(8).
           05  DATA-PGTO-CO63        PIC 9(8).
           05  VALOR-PARCELA-CO63    PIC 9(8)V99.
           05  VALOR-JUROS-CO63      PIC 9(8)V99.
           05  VALOR-MULTA-CO63      PIC 9(8)V99.
      *    JUROS/MULTA-CO63 = ENCARGOS CALCULADOS NA BAIXA (CXD101)
           05  VALOR-ABONADO-CO63    PIC 9(8)V99.
      *    VALOR-ABONADO-CO63 = ENCARGO/VALOR DISPENSADO (COD049)
           05  VALOR-CREDITO-CO63    PIC 9(8)V99.
      *    VALOR-CREDITO-CO63 = CREDITO DO COD051 USADO NA BAIXA
           05  VALOR-PAGO-CO63       PIC 9(8)V99.
           05  VALOR-SOBRA-CO63      PIC 9(8)V99.
      *    VALOR-SOBRA-CO63 = PAGO A MAIOR, CREDITADO NO COD051
           05  FORMA-PGTO-CO63       PIC 9.
      *    FORMA-PGTO-CO63 = 1-DINHEIRO  2-CHEQUE  3-CARTAO  4-PIX
      *                      5-DEPOSITO/TRANSFERENCIA  6-CREDITO DO
      *                      CLIENTE (COD051)  7-DEBITO AUTOMATICO
      *                      (COP085)
           05  DOCUMENTO-CO63        PIC X(25).
      *    DOCUMENTO-CO63 = TXID DO PIX, NSU DO CARTAO, NUMERO DO
      *    CHEQUE...
           05  PROGRAMA-CO63         PIC X(8).
           05  SITUACAO-CO63         PIC 9.
      *    SITUACAO-CO63 = 0-VALIDO  1-CANCELADO
           05  QTDE-VIAS-CO63        PIC 9(3).
      *    QTDE-VIAS-CO63 = VIAS IMPRESSAS (0 = SO NUMERADO, LOTE)
           05  DATA-CANCEL-CO63      PIC 9(8).
           05  USUARIO-CANCEL-CO63   PIC X(5).
           05  MOTIVO-CANCEL-CO63    PIC X(30).
           05  ULTIMO-NR-CO63        PIC 9(8).
      *    ULTIMO-NR-CO63 = SO NO REGISTRO 00000000: ULTIMO NUMERO
      *    EMITIDO
           05  USUARIO-CO63          PIC X(5).
           05  FILLER                PIC X(10).
