      *ARQUIVO DO BENEFICIO DE CORTESIA DE CADA MEMBRO DA COMISSAO DE
      *FORMATURA (COD055): O ULTIMO CALCULO PELAS REGRAS DO COD076 -
      *CONTRATOS VIGENTES DA TURMA, FAIXA ATINGIDA, CONTRATO PROPRIO
      *E VALOR DO BENEFICIO - E O QUANTO DELE JA FOI CONCEDIDO, COMO
      *CREDITO NO COD051 OU COMO ADITIVO DE DESCONTO NO COD046. UM
      *NOVO CALCULO PRESERVA O JA CONCEDIDO, E SO A DIFERENCA VOLTA A
      *SER APLICAVEL. GRAVACAO, APLICACAO E EXTRATO EM COP095.
       FD  COD077.
       01  REG-COD077.
           05  CHAVE-CO77.
               10  CURSO-CO77        PIC X(4).
               10  TURMA-CO77        PIC X(3).
               10  SEQ-MEMBRO-CO77   PIC 9(2).
           05  DATA-CALCULO-CO77     PIC 9(8).
           05  QTDE-CONTRATOS-CO77   PIC 9(4).
           05  FAIXA-CO77            PIC 9(4).
      *    FAIXA-CO77 = MIN-CONTRATOS-CO76 DA FAIXA ATINGIDA; ZERO =
      *    TURMA AINDA ABAIXO DA PRIMEIRA FAIXA
           05  PERC-DESCONTO-CO77    PIC 9(3)V99.
           05  PRODUTO-CO77          PIC 9(4).
           05  MODELO-CO77           PIC 9(4).
           05  QTDE-PRODUTO-CO77     PIC 9(3).
           05  VALOR-PRODUTOS-CO77   PIC 9(8)V99.
           05  NR-CONTRATO-CO77      PIC 9(6).
      *    NR-CONTRATO-CO77 = CONTRATO VIGENTE DO PROPRIO MEMBRO NA
      *    TURMA (MESMO CLIENTE DO COD055); ZERO = SEM CONTRATO
           05  VALOR-CONTRATO-CO77   PIC 9(8)V99.
           05  VALOR-DESCONTO-CO77   PIC 9(8)V99.
           05  VALOR-BENEFICIO-CO77  PIC 9(8)V99.
           05  VALOR-APLICADO-CO77   PIC 9(8)V99.
           05  FORMA-CO77            PIC 9.
      *    FORMA-CO77 = FORMA DA ULTIMA APLICACAO: 0-NAO APLICADO
      *                 1-CREDITO COD051  2-ADITIVO COD046
           05  DATA-APLICACAO-CO77   PIC 9(8).
           05  USUARIO-CO77          PIC X(5).
           05  FILLER                PIC X(10).
