      *ARQUIVO DE CAPACIDADE NOMINAL DAS IMPRESSORAS DO LABORATORIO:
      *FOTOS POR HORA DE CADA IMPRESSORA (LBD026) EM CADA TIPO DE
      *FOTO (LBD027). TIPO EM BRANCO = CAPACIDADE PADRAO DA
      *IMPRESSORA, USADA PARA OS TIPOS SEM CAPACIDADE PROPRIA.
      *MANUTENCAO E RELATORIO DE OEE (DISPONIBILIDADE X DESEMPENHO
      *X QUALIDADE) EM LBP134.
       FD  LBD045.
       01  REG-LBD045.
           05  CHAVE-LB45.
               10  IMPRESSORA-LB45   PIC X(2).
               10  TIPO-FOTO-LB45    PIC X(2).
           05  CAPACIDADE-LB45       PIC 9(5).
      *    CAPACIDADE-LB45 = FOTOS POR HORA EM REGIME NORMAL
           05  USUARIO-LB45          PIC X(5).
           05  DATA-ALTERACAO-LB45   PIC 9(8).
           05  FILLER                PIC X(10).
