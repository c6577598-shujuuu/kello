      *ARQUIVO DE COMPROVANTES DA PRESTACAO DE CONTAS DOS
      *ADIANTAMENTOS DE VIAGEM (CCD116): UM REGISTRO POR RECIBO/NOTA
      *APRESENTADO PELO PRESTADOR, POR CATEGORIA DE DESPESA.
      *LANCAMENTO EM CCP124.
       FD  CCD117.
       01  REG-CCD117.
           05  NUMERO-CC117          PIC 9(6).
           05  SEQ-COMPR-CC117       PIC 9(3).
           05  CATEGORIA-CC117       PIC 9.
      *    CATEGORIA-CC117 = 1-COMBUSTIVEL  2-PEDAGIO  3-ALIMENTACAO
      *    4-HOSPEDAGEM  5-OUTRAS
           05  DATA-COMPR-CC117      PIC 9(8).
           05  DOCUMENTO-CC117       PIC X(10).
           05  VALOR-CC117           PIC 9(8)V99.
           05  USUARIO-CC117         PIC X(5).
           05  FILLER                PIC X(10).
