           05  CONTA-REDUZ-CX900     PIC 9(5).
           05  USUARIO-CX900         PIC X(5).
           05  CONTA-CAIXA-CX900     PIC 9(3).
           05  CENTRO-CUSTO-CX900    PIC 9(3).
           05  SESSAO-CX900          PIC 9(5).
      *    CENTRO-CUSTO/SESSAO-CX900 = COPIA DO CENTRO-CUSTO-CX100 E DO
      *    SESSAO-CX100. CAMPOS ABERTOS DENTRO DO FILLER; ANOS
      *    ARQUIVADOS ANTES DELES TEM BRANCO, QUE NAO E NUMERICO E
      *    VALE COMO ZERO (SEM CENTRO / FORA DE SESSAO)
           05  FILLER                PIC X(9).
           05  DATA-ARQUIVAMENTO-CX900 PIC 9(8).
