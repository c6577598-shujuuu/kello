      *ARQUIVO DE CONTROLE DE PROCESSO DAS IMPRESSORAS DO MINILAB
      *(CHAVE = IMPRESSORA DO LBD026). GUARDA OS VALORES ALVO DE
      *DENSIDADE DA TIRA DE CONTROLE POR CANAL (R/G/B: DMIN, LD E
      *HD) COM A TOLERANCIA ADMITIDA, A FAIXA DE TAXA DE REFORCO DE
      *CADA QUIMICO E A SITUACAO DEIXADA PELA ULTIMA LEITURA. AS
      *LEITURAS FICAM NO LBD044. MANUTENCAO E LEITURAS EM LBP133;
      *CONSULTA DA SITUACAO PELO LBP044V (LBP103 E LBP131).
       FD  LBD043.
       01  REG-LBD043.
           05  IMPRESSORA-LB43       PIC X(2).
           05  CANAL-LB43 OCCURS 3 TIMES.
      *        CANAL-LB43 = 1-VERMELHO  2-VERDE  3-AZUL
               10  ALVO-DMIN-LB43    PIC 9V99.
               10  ALVO-LD-LB43      PIC 9V99.
               10  ALVO-HD-LB43      PIC 9V99.
           05  TOL-DMIN-LB43         PIC 9V99.
           05  TOL-LD-LB43           PIC 9V99.
           05  TOL-HD-LB43           PIC 9V99.
      *    TOL-xx-LB43 = DESVIO MAXIMO ADMITIDO (+/-) SOBRE O ALVO,
      *    IGUAL PARA OS TRES CANAIS
           05  QUIMICO-LB43 OCCURS 3 TIMES.
      *        QUIMICO-LB43 = 1-REVELADOR  2-BRANQ./FIXADOR
      *                       3-ESTABILIZADOR
               10  TAXA-MIN-LB43     PIC 9(3)V9.
               10  TAXA-MAX-LB43     PIC 9(3)V9.
      *        TAXA-xxx-LB43 = FAIXA DE REFORCO EM ML/M2 (ZERO NAS
      *        DUAS = NAO CONTROLA)
           05  BLOQUEIA-LB43         PIC 9.
      *    BLOQUEIA-LB43 = 0-SO AVISA  1-BLOQUEIA A IMPRESSORA ATE
      *    UMA LEITURA CORRETIVA DENTRO DA TOLERANCIA
           05  SITUACAO-LB43         PIC 9.
      *    SITUACAO-LB43 = 0-SOB CONTROLE  1-FORA DE CONTROLE
           05  DATA-ULT-LEITURA-LB43 PIC 9(8).
           05  TURNO-ULT-LEITURA-LB43 PIC X.
           05  OCORRENCIA-LB43       PIC X(30).
      *    OCORRENCIA-LB43 = PRIMEIRO DESVIO DA ULTIMA LEITURA
           05  USUARIO-LB43          PIC X(5).
           05  FILLER                PIC X(10).
