      *ARQUIVO DE CENTROS DE CUSTO (LABORATORIO, VIDEO, COMERCIAL,
      *ADMINISTRATIVO...): A DIMENSAO QUE DIZ QUEM GASTOU/RECEBEU CADA
      *LANCAMENTO DE CXD100 E CADA TITULO DE CPD020 (VER CENTRO-CUSTO-
      *CX100/CP20). MANUTENCAO EM CXP127 (JUNTO COM AS REGRAS DE
      *RATEIO CXD114); CONSULTA PELOS PONTOS DE ENTRADA EM CXP127V; O
      *RATEIO MENSAL E O DRE POR CENTRO SAO DO CXP128.
       FD  CXD113.
       01  REG-CXD113.
           05  CENTRO-CX113          PIC 9(3).
      *    CENTRO-CX113 = 000 RESERVADO: "SEM CENTRO" (LANCAMENTO
      *    ANTERIOR A DIMENSAO OU NAO CLASSIFICADO)
           05  DESCRICAO-CX113       PIC X(30).
           05  SITUACAO-CX113        PIC 9.
      *    SITUACAO-CX113 = 0-ATIVO  1-INATIVO (NAO ACEITA LANCAMENTO
      *    NOVO, CONTINUA NOS RELATORIOS)
           05  USUARIO-CX113         PIC X(5).
           05  FILLER                PIC X(10).
