      *ARQUIVO DE CHARGEBACKS (CONTESTACOES) DE VENDAS EM CARTAO: CADA
      *REGISTRO E O ESTORNO DE UMA PARCELA DE CARTAO DO CXD106 PELA
      *ADQUIRENTE, VINDO DO EXTRATO DE CHARGEBACK OU INFORMADO A MAO.
      *O ESTORNO REABRE A PARCELA DO COD044 PAGA PELA VENDA, LANCA O
      *DEBITO NO CXD100 E A DISPUTA E ACOMPANHADA ATE O RESULTADO
      *(DEFESA ENVIADA, GANHO OU PERDIDO). MANUTENCAO EM CXP132,
      *RELATORIO MENSAL POR MOTIVO EM CXP133. O CHARGEBACK 000000 E O
      *CONTROLE: ULTIMO NUMERO.
       FD  CXD118.
       01  REG-CXD118.
           05  NR-CHARGEBACK-CX118   PIC 9(6).
           05  NSU-CX118             PIC X(12).
           05  PARCELA-CARTAO-CX118  PIC 9(2).
           05  CHAVE-VENDA-CX118.
               10  DATA-VENDA-CX118  PIC 9(8).
               10  SEQ-VENDA-CX118   PIC 9(4).
               10  PARC-VENDA-CX118  PIC 9(2).
      *    CHAVE-VENDA-CX118 = CHAVE-CX106 DA PARCELA ESTORNADA
           05  NR-CONTRATO-CX118     PIC 9(6).
           05  PARCELA-CO44-CX118    PIC 9(2).
      *    NR-CONTRATO/PARCELA-CO44-CX118 = PARCELA DO COD044 REABERTA;
      *    ZERADOS QUANDO A VENDA COBRIA UM PEDIDO
           05  DATA-CHARGEBACK-CX118 PIC 9(8).
      *    DATA-CHARGEBACK-CX118 = DATA DO DEBITO PELA ADQUIRENTE
           05  VALOR-CHARGEBACK-CX118 PIC 9(8)V99.
           05  MOTIVO-CX118          PIC X(4).
      *    MOTIVO-CX118 = CODIGO DO MOTIVO DA BANDEIRA/ADQUIRENTE
           05  DESC-MOTIVO-CX118     PIC X(30).
           05  ORIGEM-CX118          PIC X.
      *    ORIGEM-CX118 = A-ARQUIVO DA ADQUIRENTE  M-MANUAL
           05  SITUACAO-CX118        PIC 9.
      *    SITUACAO-CX118 = 0-ABERTO (SEM DEFESA)  1-DEFESA ENVIADA
      *                     2-GANHO (VALOR DEVOLVIDO)  3-PERDIDO
           05  DEBITO-LANCADO-CX118  PIC 9.
      *    DEBITO-LANCADO-CX118 = 1 QUANDO O ESTORNO FOI DEBITADO NO
      *                           CXD100 (VENDA JA LIQUIDADA); 0 QUANDO
      *                           A VENDA NUNCA FOI CREDITADA
           05  DATA-DEFESA-CX118     PIC 9(8).
           05  DATA-DECISAO-CX118    PIC 9(8).
           05  VALOR-RECUPERADO-CX118 PIC 9(8)V99.
           05  CONTA-CAIXA-CX118     PIC 9(3).
           05  REDUZ-CX118           PIC 9(5).
      *    CONTA-CAIXA/REDUZ-CX118 = ONDE O ESTORNO FOI DEBITADO; A
      *                              RECUPERACAO VOLTA NAS MESMAS
           05  ULTIMO-NR-CX118       PIC 9(6).
      *    ULTIMO-NR-CX118 = SO NO REGISTRO DE CONTROLE
           05  USUARIO-CX118         PIC X(5).
           05  FILLER                PIC X(20).
