      *ARQUIVO DE ADIANTAMENTOS DE DESPESA DE VIAGEM A PRESTADORES DE
      *REPORTAGEM (CCD115) PARA UM EVENTO DO VID100: O ADIANTAMENTO SAI
      *DO CAIXA (CXD100), OS COMPROVANTES POR CATEGORIA FICAM NO CCD117
      *E O ACERTO DEVOLVE A SOBRA AO CAIXA, DESCONTA NA FOLHA (CCD110
      *TIPO 2) OU REEMBOLSA O QUE PASSOU. MANUTENCAO EM CCP124,
      *PENDENCIAS EM CCP125.
       FD  CCD116.
       01  REG-CCD116.
           05  NUMERO-CC116          PIC 9(6).
           05  CODIGO-CC116          PIC 9(6).
      *    CODIGO-CC116 = CODIGO-CC115 / CODIGO-CC110 DO PRESTADOR
           05  EVENTO-CC116.
               10  DATA-MOVTO-EV-CC116 PIC 9(8).
               10  SEQ-EV-CC116      PIC 9(4).
      *        EVENTO-CC116 = CHAVE-V100 DO EVENTO DA VIAGEM
           05  DATA-EVENTO-CC116     PIC 9(8).
           05  DATA-ADIANT-CC116     PIC 9(8).
           05  VALOR-ADIANT-CC116    PIC 9(8)V99.
           05  CONTA-CAIXA-CC116     PIC 9(3).
           05  CONTA-REDUZ-CC116     PIC 9(5).
           05  TOTAL-COMPROVADO-CC116 PIC 9(8)V99.
           05  ULT-SEQ-COMPR-CC116   PIC 9(3).
           05  SITUACAO-CC116        PIC 9.
      *    SITUACAO-CC116 = 0-EM ABERTO (AGUARDANDO PRESTACAO DE
      *    CONTAS)  1-ENCERRADO
           05  FORMA-ACERTO-CC116    PIC X.
      *    FORMA-ACERTO-CC116 = "D" SOBRA DEVOLVIDA AO CAIXA
      *                         "F" SOBRA DESCONTADA NA FOLHA (CCD110)
      *                         "R" EXCESSO REEMBOLSADO PELO CAIXA
      *                         "Z" SEM DIFERENCA
           05  VALOR-ACERTO-CC116    PIC 9(8)V99.
           05  DATA-ACERTO-CC116     PIC 9(8).
           05  MESANO-DESCONTO-CC116 PIC 9(6).
      *    MESANO-DESCONTO-CC116 = MES BASE DA FOLHA QUE RECEBEU O
      *    DESCONTO (FORMA "F")
           05  USUARIO-CC116         PIC X(5).
           05  FILLER                PIC X(15).
