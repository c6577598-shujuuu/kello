      *ARQUIVO DE RETENCOES DOS TITULOS DE SERVICO DO CPD020: UM
      *REGISTRO POR TITULO LANCADO COM RETENCAO (CPP038), COM O VALOR
      *BRUTO DA NOTA, CADA IMPOSTO RETIDO E O LIQUIDO A PAGAR - QUE E'
      *O VALOR-CP20 DO TITULO. A GUIA MENSAL (CPP039) TOTALIZA POR
      *IMPOSTO PELO MES DE EMISSAO (MESANO-CP27) E GERA OS TITULOS DE
      *RECOLHIMENTO NO CPD020.
       FD  CPD027.
       01  REG-CPD027.
           05  SEQ-CAIXA-CP27        PIC 9(6).
           05  PARCELA-CP27          PIC 9(2).
           05  MESANO-CP27           PIC 9(6).
           05  DATA-EMISSAO-CP27     PIC 9(8).
           05  FORNECEDOR-CP27       PIC 9(6).
           05  TIPO-SERVICO-CP27     PIC 9(2).
           05  VALOR-BRUTO-CP27      PIC 9(8)V99.
           05  RETENCOES-CP27.
               10  RETIDO-ISS-CP27   PIC 9(8)V99.
               10  RETIDO-IRRF-CP27  PIC 9(8)V99.
               10  RETIDO-PIS-CP27   PIC 9(8)V99.
               10  RETIDO-COFINS-CP27 PIC 9(8)V99.
               10  RETIDO-CSLL-CP27  PIC 9(8)V99.
           05  FILLER REDEFINES RETENCOES-CP27.
               10  RETIDO-CP27       PIC 9(8)V99 OCCURS 5 TIMES.
           05  VALOR-LIQUIDO-CP27    PIC 9(8)V99.
           05  USUARIO-CP27          PIC X(5).
           05  FILLER                PIC X(10).
