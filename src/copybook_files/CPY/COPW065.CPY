      *ARQUIVO DE AUTORIZACOES DE DEBITO AUTOMATICO DAS PARCELAS DO
      *COD044, POR CONTRATO (MANUTENCAO NO COP083, BANCO/AGENCIA/CONTA
      *CONFERIDOS PELO GRDBAN). CADA CONTRATO TEM NO MAXIMO UMA
      *AUTORIZACAO ATIVA; AS CANCELADAS FICAM COM A SEQUENCIA ANTERIOR.
      *A REMESSA FEBRABAN 150 (COP084) DEBITA SO CONTRATO COM
      *AUTORIZACAO ATIVA NO BANCO DA REMESSA; O RETORNO (COP085)
      *INATIVA A QUE O BANCO CANCELOU.
       FD  COD065.
       01  REG-COD065.
           05  NR-CONTRATO-CO65      PIC 9(6).
           05  SEQ-CO65              PIC 9(2).
      *    NR-CONTRATO-CO65 + SEQ-CO65 = IDENTIFICACAO DO CLIENTE NA
      *    EMPRESA NOS REGISTROS B/E/F DO ARQUIVO DO BANCO
           05  CURSO-CO65            PIC X(4).
           05  TURMA-CO65            PIC X(3).
           05  CODBAN-CO65           PIC 9(3).
           05  AGENCIA-CO65          PIC 9(4).
           05  DIG-AGENCIA-CO65      PIC X(1).
           05  CONTA-CO65            PIC 9(8).
           05  DIG-CONTA-CO65        PIC X(1).
           05  DATA-AUTORIZACAO-CO65 PIC 9(8).
           05  SITUACAO-CO65         PIC 9.
      *    SITUACAO-CO65 = 0-ATIVA  1-CANCELADA PELA ESCOLA/CLIENTE
      *                    2-CANCELADA PELO BANCO (RETORNO)
           05  DATA-CANCEL-CO65      PIC 9(8).
           05  MOTIVO-CANCEL-CO65    PIC X(30).
           05  USUARIO-CO65          PIC X(5).
           05  FILLER                PIC X(10).
