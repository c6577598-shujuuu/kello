      *ARQUIVO DE PAGAMENTOS PARCIAIS DOS TITULOS DE CONTAS A PAGAR:
      *CADA PAGAMENTO FEITO SOBRE UM TITULO DO CPD020 (TELA CPP034 OU
      *RETORNO BANCARIO CPP031) GERA UMA LINHA COM A DATA, O VALOR
      *PAGO, A CONTA DE CAIXA E O DESCONTO/JUROS/MULTA DAQUELE
      *PAGAMENTO. O SALDO EM ABERTO DO TITULO E' VALOR-CP20 MENOS A
      *SOMA DE VALOR-AMORTIZADO-CP25 (CONSULTA EM CPP035V); O TITULO
      *SO RECEBE DATA-PGTO-CP20 QUANDO O SALDO CHEGA A ZERO.
       FD  CPD025.
       01  REG-CPD025.
           05  SEQ-CAIXA-CP25        PIC 9(6).
           05  PARCELA-CP25          PIC 9(2).
           05  SEQ-PGTO-CP25         PIC 9(3).
           05  DATA-PGTO-CP25        PIC 9(8).
           05  VALOR-PAGO-CP25       PIC 9(8)V99.
      *    VALOR-PAGO-CP25 = VALOR QUE SAIU DO CAIXA NESTE PAGAMENTO
           05  VALOR-DESCONTO-CP25   PIC 9(8)V99.
           05  VALOR-JUROS-CP25      PIC 9(8)V99.
           05  VALOR-MULTA-CP25      PIC 9(8)V99.
           05  VALOR-AMORTIZADO-CP25 PIC 9(8)V99.
      *    VALOR-AMORTIZADO-CP25 = PAGO + DESCONTO - JUROS - MULTA,
      *    O QUANTO O PAGAMENTO ABATEU DO SALDO DO TITULO
           05  CONTA-CAIXA-CP25      PIC 9(3).
           05  ORIGEM-CP25           PIC X(8).
      *    ORIGEM-CP25 = PROGRAMA QUE REGISTROU (CPP034, CPP031)
           05  USUARIO-CP25          PIC X(5).
           05  FILLER                PIC X(15).
