      *ARQUIVO DAS MESAS DE CADA EVENTO DO COD078, COM A CAPACIDADE
      *EM LUGARES; A OCUPACAO E A SOMA DOS CONVITES DOS CONTRATOS
      *ALOCADOS NELA NO COD080 (VER COP096).
       FD  COD079.
       01  REG-COD079.
           05  CHAVE-CO79.
               10  CURSO-CO79        PIC X(4).
               10  TURMA-CO79        PIC X(3).
               10  EVENTO-CO79       PIC 9(2).
               10  MESA-CO79         PIC 9(3).
           05  CAPACIDADE-CO79       PIC 9(2).
           05  LOCALIZACAO-CO79      PIC X(20).
           05  USUARIO-CO79          PIC X(5).
           05  FILLER                PIC X(10).
