      *ARQUIVO DE RAZAO DOS BENS DO IMOBILIZADO (CTD003): UM REGISTRO
      *POR MOVIMENTO DO BEM - AQUISICAO (CTP005), DEPRECIACAO DO MES
      *(CTP006) E BAIXA (CTP005V) - COM O VALOR, O VALOR CONTABIL QUE
      *SOBROU E A CHAVE DO LANCAMENTO GERADO NO CXD100. IMPRESSO PELO
      *CTP007.
       FD  CTD004.
       01  REG-CTD004.
           05  CHAVE-CT04.
               10  CODIGO-BEM-CT04   PIC 9(6).
               10  MESANO-CT04       PIC 9(6).
               10  TIPO-MOV-CT04     PIC X(1).
      *        TIPO-MOV-CT04 = "A" AQUISICAO  "D" DEPRECIACAO
      *                        "B" BAIXA
           05  DATA-MOV-CT04         PIC 9(8).
           05  VALOR-CT04            PIC 9(9)V99.
      *    VALOR-CT04 = CUSTO (A), QUOTA DO MES (D) OU VALOR CONTABIL
      *    BAIXADO (B)
           05  MESES-CT04            PIC 9(3).
      *    MESES-CT04 = MESES COBERTOS PELA QUOTA (D) - MAIS DE 1 QUANDO
      *    O CTP006 RECUPERA MES QUE FICOU SEM RODAR
           05  VALOR-VENDA-CT04      PIC 9(9)V99.
           05  RESULTADO-CT04        PIC S9(9)V99.
           05  SALDO-CONTABIL-CT04   PIC 9(9)V99.
      *    SALDO-CONTABIL-CT04 = CUSTO MENOS DEPRECIACAO ACUMULADA
      *    DEPOIS DO MOVIMENTO (ZERO DEPOIS DA BAIXA)
           05  DATA-CX100-CT04       PIC 9(8).
           05  SEQ-CX100-CT04        PIC 9(6).
      *    DATA/SEQ-CX100-CT04 = LANCAMENTO GERADO NO CXD100 (ZEROS NA
      *    AQUISICAO, QUE NAO LANCA NADA)
           05  USUARIO-CT04          PIC X(5).
           05  FILLER                PIC X(10).
