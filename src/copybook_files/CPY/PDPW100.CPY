      *    COMISSAO-PD100 = "1" COMISSAO JA LANCADA NO CCD110 PELO
      *    PDP105; ESPACO OU ZERO = AINDA NAO LANCADA
           88  COMISSAO-LANCADA-PD100 VALUE "1".
           05  VERSAO-PROPOSTA-PD100 PIC 9(3).
      *    VERSAO-PROPOSTA-PD100 = VERSAO DA PROPOSTA (PDD105) ACEITA
      *    PELO CLIENTE, MARCADA NO PDP107 AO AVANCAR O PEDIDO; CAMPO
      *    ABERTO DENTRO DO FILLER, ZERO/BRANCO = SEM PROPOSTA ACEITA
           05  FILLER                PIC X(16).
