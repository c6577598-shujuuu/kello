      *ARQUIVO DE DEBITOS AUTOMATICOS ENVIADOS: UM REGISTRO POR
      *PARCELA DO COD044 EM CADA REMESSA FEBRABAN 150 DO COP084, COM A
      *SITUACAO DADA PELO RETORNO (COP085). O REGISTRO DE CONTRATO
      *000000 PARCELA 00 E NSA 000000 DE CADA BANCO E O CONTROLE: O
      *ULTIMO NSA GERADO E O CODIGO DO CONVENIO NO BANCO.
       FD  COD066.
       01  REG-COD066.
           05  CODBAN-CO66           PIC 9(3).
           05  NSA-CO66              PIC 9(6).
      *    NSA-CO66 = NUMERO SEQUENCIAL DO ARQUIVO DE REMESSA
           05  NR-CONTRATO-CO66      PIC 9(6).
           05  PARCELA-CO66          PIC 9(2).
           05  SEQ-AUTORIZ-CO66      PIC 9(2).
      *    SEQ-AUTORIZ-CO66 = SEQ-CO65 DA AUTORIZACAO USADA
           05  DATA-VCTO-CO66        PIC 9(8).
           05  VALOR-CO66            PIC 9(8)V99.
           05  DATA-REMESSA-CO66     PIC 9(8).
           05  SITUACAO-CO66         PIC 9.
      *    SITUACAO-CO66 = 0-ENVIADO (SEM RETORNO)  1-DEBITADO
      *                    2-REJEITADO PELO BANCO
           05  CODIGO-RETORNO-CO66   PIC X(2).
      *    CODIGO-RETORNO-CO66 = CODIGO FEBRABAN DO REGISTRO F
           05  DATA-RETORNO-CO66     PIC 9(8).
           05  DATA-DEBITO-CO66      PIC 9(8).
           05  ULTIMO-NSA-CO66       PIC 9(6).
           05  CONVENIO-CO66         PIC X(20).
      *    ULTIMO-NSA/CONVENIO-CO66 = SO NO REGISTRO DE CONTROLE
           05  USUARIO-CO66          PIC X(5).
           05  FILLER                PIC X(10).
