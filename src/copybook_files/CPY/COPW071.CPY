      *ARQUIVO DE PAGAMENTOS EM DUPLICIDADE DE PARCELA DO COD044: A
      *CONCILIACAO DIARIA DO COP091 LE OS RECIBOS VALIDOS DO COD063
      *POR PARCELA E, QUANDO MAIS DE UM CANAL (BALCAO, PIX, CARTAO,
      *CREDITO...) QUITOU A MESMA PARCELA, GRAVA AQUI CADA RECIBO
      *EXCEDENTE, COM O RECIBO QUE BAIXOU PRIMEIRO. O OPERADOR TRATA
      *O EXCESSO NO PROPRIO COP091: CREDITO AO CLIENTE NO COD051,
      *TITULO DE DEVOLUCAO NO CPD020 OU DESCONSIDERADO COM MOTIVO.
       FD  COD071.
       01  REG-COD071.
           05  NR-RECIBO-CO71        PIC 9(8).
      *    NR-RECIBO-CO71 = RECIBO EXCEDENTE (COD063)
           05  NR-CONTRATO-CO71      PIC 9(6).
           05  PARCELA-CO71          PIC 9(2).
           05  PROGRAMA-CO71         PIC X(8).
           05  FORMA-PGTO-CO71       PIC 9.
           05  DATA-PGTO-CO71        PIC 9(8).
           05  USUARIO-PGTO-CO71     PIC X(5).
           05  VALOR-EXCESSO-CO71    PIC 9(8)V99.
           05  RECIBO-ORIGINAL-CO71  PIC 9(8).
      *    RECIBO-ORIGINAL-CO71 = RECIBO QUE BAIXOU A PARCELA PRIMEIRO
           05  PROGRAMA-ORIGINAL-CO71 PIC X(8).
           05  DATA-PGTO-ORIGINAL-CO71 PIC 9(8).
           05  DATA-DETECCAO-CO71    PIC 9(8).
           05  SITUACAO-CO71         PIC 9.
      *    SITUACAO-CO71 = 0-PENDENTE  1-CREDITADO NO COD051
      *                    2-DEVOLUCAO (TITULO NO CPD020)
      *                    3-DESCONSIDERADO (VER OBS-CO71)
           05  DATA-SOLUCAO-CO71     PIC 9(8).
           05  SEQ-TITULO-CO71       PIC 9(6).
      *    SEQ-TITULO-CO71 = SEQ-CAIXA-CP20 DO TITULO DE DEVOLUCAO
           05  USUARIO-SOLUCAO-CO71  PIC X(5).
           05  OBS-CO71              PIC X(30).
           05  FILLER                PIC X(10).
