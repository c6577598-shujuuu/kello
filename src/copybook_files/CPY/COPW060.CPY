      *ARQUIVO DA PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) APURADA NO
      *FIM DE CADA MES PELO COP077: UM REGISTRO POR CONTRATO COM SALDO
      *VENCIDO PROVISIONADO NO MES OU NO MES ANTERIOR, E O REGISTRO DE
      *CONTROLE DO MES (CONTRATO 000000) COM OS TOTAIS E O LANCAMENTO
      *DA VARIACAO GRAVADO NO CXD100.
       FD  COD060.
       01  REG-COD060.
           05  CHAVE-CO60.
               10  MESANO-CO60       PIC 9(6).
               10  NR-CONTRATO-CO60  PIC 9(6).
      *        NR-CONTRATO-CO60 = 000000 NO REGISTRO DE CONTROLE DO MES
           05  CURSO-CO60            PIC X(4).
           05  TURMA-CO60            PIC X(3).
           05  SALDO-VENCIDO-CO60    PIC 9(9)V99.
      *    SALDO-VENCIDO-CO60 = PARCELAS VENCIDAS E NAO RECEBIDAS NO
      *    ULTIMO DIA DO MES (FORA AS RENEGOCIADAS)
           05  VALOR-PROVISAO-CO60   PIC 9(9)V99.
           05  VALOR-ANTERIOR-CO60   PIC 9(9)V99.
      *    VALOR-ANTERIOR-CO60 = PROVISAO DO CONTRATO NA APURACAO
      *    ANTERIOR (MESANO-ANTERIOR-CO60); A VARIACAO E A DIFERENCA
           05  MOTIVO-CO60           PIC 9.
      *    MOTIVO-CO60 = 0-APURADO NORMALMENTE
      *                  1-CONTRATO CANCELADO NO COD047 (PROVISAO ZERA;
      *                    A QUEDA CONTA COMO BAIXA)
      *                  2-CONTRATO SEM PARCELAS NO COD044
           05  MESANO-ANTERIOR-CO60  PIC 9(6).
           05  DATA-CX100-CO60       PIC 9(8).
           05  SEQ-CX100-CO60        PIC 9(6).
      *    DATA/SEQ-CX100-CO60 = LANCAMENTO DA VARIACAO NO CXD100, SO NO
      *    REGISTRO DE CONTROLE (ZEROS QUANDO A VARIACAO FOI ZERO)
           05  DATA-APURACAO-CO60    PIC 9(8).
           05  USUARIO-CO60          PIC X(5).
           05  FILLER                PIC X(10).
