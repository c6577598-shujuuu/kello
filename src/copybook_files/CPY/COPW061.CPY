      *ARQUIVO DA FOTOGRAFIA MENSAL DA CARTEIRA A RECEBER: NO FIM DE
      *CADA MES O COP078 COPIA PARA CA TODA PARCELA DO COD044 EM
      *ABERTO NO ULTIMO DIA DO MES, COM O ATRASO E A ETAPA DE COBRANCA
      *(COD050) DAQUELE DIA, E GRAVA O REGISTRO DE CONTROLE DO MES
      *(CONTRATO 000000, PARCELA 00) COM OS TOTAIS. O CTP002 SO FECHA
      *O MES COM A FOTOGRAFIA GRAVADA; COMPARACAO ENTRE DOIS MESES NO
      *COP079.
       FD  COD061.
       01  REG-COD061.
           05  CHAVE-CO61.
               10  MESANO-CO61       PIC 9(6).
               10  NR-CONTRATO-CO61  PIC 9(6).
               10  PARCELA-CO61      PIC 9(2).
      *        NR-CONTRATO/PARCELA-CO61 = ZEROS NO REGISTRO DE
      *        CONTROLE DO MES
           05  CURSO-CO61            PIC X(4).
           05  TURMA-CO61            PIC X(3).
           05  DATA-VCTO-CO61        PIC 9(8).
           05  VALOR-CO61            PIC 9(11)V99.
      *    VALOR-CO61 = VALOR-CO44 DA PARCELA; NO REGISTRO DE CONTROLE,
      *    O TOTAL EM ABERTO DO MES
           05  DIAS-ATRASO-CO61      PIC 9(5).
      *    DIAS-ATRASO-CO61 = DIAS ENTRE O VENCIMENTO E O ULTIMO DIA DO
      *    MES; ZERO PARA PARCELA AINDA NAO VENCIDA
           05  ETAPA-CO61            PIC 9.
      *    ETAPA-CO61 = 0-SEM COBRANCA  1-CARTORIO (PROTESTO)
      *                 2-NEGATIVACAO (COD050 EM ABERTO NO FIM DO MES)
           05  RENEG-CO61            PIC 9(3).
      *    RENEG-CO61 = RENEG-CO44 (PARCELA GERADA POR RENEGOCIACAO)
           05  QTDE-PARCELAS-CO61    PIC 9(6).
      *    QTDE-PARCELAS-CO61 = SO NO REGISTRO DE CONTROLE
           05  DATA-FOTO-CO61        PIC 9(8).
      *    DATA-FOTO-CO61 = DIA EM QUE O COP078 GRAVOU A FOTOGRAFIA
           05  USUARIO-CO61          PIC X(5).
           05  FILLER                PIC X(10).
