      *ARQUIVO DE PERFIS DE RETENCAO DE IMPOSTOS SOBRE NOTA DE SERVICO
      *DE FORNECEDOR (BUFFET, SOM, TECNICOS DE GRAFICA...): POR
      *FORNECEDOR E TIPO DE SERVICO, AS ALIQUOTAS DE ISS, IRRF, PIS,
      *COFINS E CSLL QUE A EMPRESA E' OBRIGADA A RETER. O FORNECEDOR
      *000000 E' O PERFIL PADRAO DO TIPO DE SERVICO, USADO QUANDO O
      *FORNECEDOR NAO TEM PERFIL PROPRIO. MANUTENCAO EM CPP036; O
      *CALCULO E' O CPP037V.
       FD  CPD026.
       01  REG-CPD026.
           05  FORNECEDOR-CP26       PIC 9(6).
           05  TIPO-SERVICO-CP26     PIC 9(2).
           05  DESCRICAO-CP26        PIC X(30).
           05  ALIQUOTAS-CP26.
               10  ALIQ-ISS-CP26     PIC 9(2)V99.
               10  ALIQ-IRRF-CP26    PIC 9(2)V99.
               10  ALIQ-PIS-CP26     PIC 9(2)V99.
               10  ALIQ-COFINS-CP26  PIC 9(2)V99.
               10  ALIQ-CSLL-CP26    PIC 9(2)V99.
           05  FILLER REDEFINES ALIQUOTAS-CP26.
               10  ALIQ-CP26         PIC 9(2)V99 OCCURS 5 TIMES.
      *    ALIQ-CP26 (1 A 5) = ISS, IRRF, PIS, COFINS, CSLL - A MESMA
      *    ORDEM DE RETIDO-CP27 E DAS GUIAS DO CPP039
           05  SITUACAO-CP26         PIC 9.
      *    SITUACAO-CP26 = 0-ATIVO  1-INATIVO
           05  USUARIO-CP26          PIC X(5).
           05  FILLER                PIC X(10).
