      *ARQUIVO DAS COTACOES DE QUITACAO ANTECIPADA DE CONTRATO (COP088):
      *TODAS AS PARCELAS EM ABERTO DO COD044 TRAZIDAS A VALOR PRESENTE
      *NA DATA-BASE PELA TAXA MENSAL, MENOS O CREDITO DO CLIENTE NO
      *COD051, VALENDO ATE A DATA-VALIDADE. A COTACAO 000000 E O
      *CONTROLE: ULTIMO NUMERO EMITIDO, A TAXA MENSAL PADRAO E A CONTA
      *REDUZIDA DOS DESCONTOS CONCEDIDOS NA LIQUIDACAO.
       FD  COD068.
       01  REG-COD068.
           05  NR-COTACAO-CO68       PIC 9(6).
           05  NR-CONTRATO-CO68      PIC 9(6).
           05  CURSO-CO68            PIC X(4).
           05  TURMA-CO68            PIC X(3).
           05  CLASSIF-CLIENTE-CO68  PIC 9.
           05  CODIGO-CLIENTE-CO68   PIC 9(8).
           05  DATA-COTACAO-CO68     PIC 9(8).
           05  DATA-BASE-CO68        PIC 9(8).
      *    DATA-BASE-CO68 = DATA DA QUITACAO USADA NO DESCONTO E NOS
      *                     ENCARGOS DAS PARCELAS VENCIDAS
           05  DATA-VALIDADE-CO68    PIC 9(8).
           05  TAXA-MENSAL-CO68      PIC 9(2)V9(4).
      *    TAXA-MENSAL-CO68 = % AO MES DO DESCONTO (NO CONTROLE, A
      *                       TAXA PADRAO)
           05  QTDE-PARCELAS-CO68    PIC 9(3).
           05  VALOR-BRUTO-CO68      PIC 9(8)V99.
      *    VALOR-BRUTO-CO68 = SOMA DO VALOR DAS PARCELAS EM ABERTO
           05  VALOR-ENCARGOS-CO68   PIC 9(8)V99.
           05  VALOR-DESCONTO-CO68   PIC 9(8)V99.
           05  VALOR-CREDITO-CO68    PIC 9(8)V99.
           05  VALOR-LIQUIDO-CO68    PIC 9(8)V99.
           05  SITUACAO-CO68         PIC 9.
      *    SITUACAO-CO68 = 0-EMITIDA  1-LIQUIDADA  2-CANCELADA
           05  DATA-LIQUIDACAO-CO68  PIC 9(8).
           05  ULTIMO-NR-CO68        PIC 9(6).
           05  CONTA-DESCONTO-CO68   PIC 9(5).
      *    ULTIMO-NR/CONTA-DESCONTO-CO68 = SO NO REGISTRO DE CONTROLE
           05  USUARIO-CO68          PIC X(5).
           05  FILLER                PIC X(10).
