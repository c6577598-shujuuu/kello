      *    CCP113, RECORRENTES CPP028, DEVOLUCAO COP054) - NUNCA VIRA
      *    BOLETO DE COBRANCA; BRANCO = TITULO DIGITADO, TRATADO COMO
      *    SEMPRE (A REMESSA CXP103 SO PULA O "P")
           05  CENTRO-CUSTO-CP20     PIC 9(3).
      *    CENTRO-CUSTO-CP20 = CENTRO DE CUSTO (CXD113 - VER CXP127)
      *    DA DESPESA; O RETORNO DE PAGAMENTO CPP031 LEVA-O PARA O
      *    LANCAMENTO DE CAIXA. CAMPO ABERTO DENTRO DO FILLER; BRANCO
      *    NOS TITULOS ANTERIORES VALE COMO 000 (SEM CENTRO)
           05  FILLER                PIC X(2).
