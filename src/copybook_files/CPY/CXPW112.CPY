           05  SITUACAO-CX112        PIC 9.
      *    SITUACAO-CX112 = 0-ATIVA  1-INATIVA
           05  USUARIO-CX112         PIC X(5).
           05  COD-SERVICO-CX112     PIC X(5).
      *    COD-SERVICO-CX112 = ITEM DA LISTA DE SERVICOS DO MUNICIPIO
      *    QUE VAI NO RPS DA NFS-E (VER COP092). CAMPO ABERTO DENTRO
      *    DO FILLER; BRANCO = CLASSE AINDA SEM CODIGO, NAO VAI A LOTE
           05  FILLER                PIC X(5).
