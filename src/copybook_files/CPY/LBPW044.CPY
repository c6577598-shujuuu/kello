      *ARQUIVO DE LEITURAS DE CONTROLE DE PROCESSO DO MINILAB (TIRA
      *DE CONTROLE E TAXAS DE REFORCO), POR IMPRESSORA, DATA E
      *TURNO. CADA LEITURA E COMPARADA COM AS TOLERANCIAS DO LBD043
      *NO MOMENTO DO LANCAMENTO (LBP133) E GUARDA O RESULTADO, DE
      *MODO QUE A CARTA DE CONTROLE E O CRUZAMENTO COM A REFACAO
      *(LBP119) NAO DEPENDEM DE ALTERACOES POSTERIORES DA TOLERANCIA.
       FD  LBD044.
       01  REG-LBD044.
           05  CHAVE-LB44.
               10  IMPRESSORA-LB44   PIC X(2).
               10  DATA-LB44         PIC 9(8).
               10  TURNO-LB44        PIC X.
               10  SEQ-LB44          PIC 9(2).
           05  LEITURA-LB44 OCCURS 3 TIMES.
      *        LEITURA-LB44 = 1-VERMELHO  2-VERDE  3-AZUL
               10  DMIN-LB44         PIC 9V99.
               10  LD-LB44           PIC 9V99.
               10  HD-LB44           PIC 9V99.
           05  TAXA-LB44             PIC 9(3)V9 OCCURS 3 TIMES.
      *    TAXA-LB44 = REFORCO MEDIDO (ML/M2) DE CADA QUIMICO, NA
      *    ORDEM DO LBD043
           05  SITUACAO-LB44         PIC 9.
      *    SITUACAO-LB44 = 0-DENTRO DA TOLERANCIA  1-FORA
           05  PCT-DESVIO-LB44       PIC S9(3).
      *    PCT-DESVIO-LB44 = MAIOR DESVIO DE DENSIDADE DA LEITURA EM
      *    PERCENTUAL DA TOLERANCIA (COM SINAL; ACIMA DE 100 = FORA)
           05  OCORRENCIA-LB44       PIC X(30).
           05  CORRETIVA-LB44        PIC 9.
      *    CORRETIVA-LB44 = 1-LEITURA QUE TIROU A IMPRESSORA DE UMA
      *    SITUACAO FORA DE CONTROLE
           05  HORA-LB44             PIC 9(4).
           05  USUARIO-LB44          PIC X(5).
           05  FILLER                PIC X(10).
