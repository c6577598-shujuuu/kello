      *DATA PREVISTA DE CREDITO (D+30 POR PARCELA); O RETORNO DA
      *ADQUIRENTE (CXP116) CASA PELO NSU + PARCELA (CHAVE ALTERNATIVA),
      *CARIMBA LIQUIDO/TAXA/DATA E LANCA O LIQUIDO E A TAXA NO CXD100.
      *REGISTRO DA VENDA EM CXP115; VENDAS NUNCA LIQUIDADAS EM CXP117;
      *CHARGEBACKS EM CXP132 (CXD118).
       FD  CXD106.
       01  REG-CXD106.
           05  CHAVE-CX106.
           05  DATA-PREVISTA-CX106   PIC 9(8).
           05  SITUACAO-CX106        PIC 9.
      *    SITUACAO-CX106 = 0-AGUARDANDO CREDITO  1-LIQUIDADA
      *                     2-ESTORNADA ANTES DO CREDITO (CHARGEBACK)
           05  DATA-CREDITO-CX106    PIC 9(8).
           05  VALOR-LIQUIDO-CX106   PIC 9(8)V99.
           05  VALOR-TAXA-CX106      PIC 9(8)V99.
      *    VALOR-TAXA-CX106 = BRUTO ESPERADO - LIQUIDO CREDITADO
           05  USUARIO-CX106         PIC X(5).
           05  NR-CHARGEBACK-CX106   PIC 9(6).
      *    NR-CHARGEBACK-CX106 = CHARGEBACK (CXD118) DESTA PARCELA
           05  FILLER                PIC X(4).
