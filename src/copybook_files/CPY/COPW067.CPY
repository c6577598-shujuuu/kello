      *ARQUIVO DOS INDICES MENSAIS DE CORRECAO (IGP-M, IPCA...): A
      *VARIACAO PERCENTUAL DE CADA MES, USADA PELO REAJUSTE ANUAL DAS
      *PARCELAS EM ABERTO DOS CONTRATOS (COP087) NO ANIVERSARIO DA
      *DATA-CONTRATO-CO41. MANUTENCAO EM COP086.
       FD  COD067.
       01  REG-COD067.
           05  CHAVE-CO67.
               10  INDICE-CO67       PIC X(5).
      *    INDICE-CO67 = SIGLA DO INDICE (IGPM, IPCA...)
               10  ANO-MES-CO67      PIC 9(6).
      *    ANO-MES-CO67 = AAAAMM DE REFERENCIA DA VARIACAO
           05  PERCENTUAL-CO67       PIC S9(3)V9(4).
      *    PERCENTUAL-CO67 = VARIACAO DO MES, PODE SER NEGATIVA
           05  USUARIO-CO67          PIC X(5).
           05  FILLER                PIC X(10).
