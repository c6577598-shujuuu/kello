      *ARQUIVO DOS BORDEROS DE CESSAO DE RECEBIVEIS (DESCONTO DE
      *PARCELAS DO COD044 NO BANCO - COP089): BANCO, TAXA DE DESCONTO,
      *VALOR DE FACE, DESAGIO E LIQUIDO CREDITADO, COM A CONTAGEM DAS
      *PARCELAS AINDA NAO RESOLVIDAS (NEM REPASSADAS NEM RECOMPRADAS).
      *AS PARCELAS DO BORDERO FICAM NO COD070; POSICAO EM COP090. O
      *BORDERO 000000 E O CONTROLE: ULTIMO NUMERO EMITIDO.
       FD  COD069.
       01  REG-COD069.
           05  NR-BORDERO-CO69       PIC 9(6).
           05  CODBAN-CO69           PIC 9(3).
           05  DATA-BORDERO-CO69     PIC 9(8).
           05  CURSO-CO69            PIC X(4).
           05  TURMA-CO69            PIC X(3).
           05  VCTO-INICIAL-CO69     PIC 9(8).
           05  VCTO-FINAL-CO69       PIC 9(8).
      *    CURSO/TURMA/VCTO-CO69 = SELECAO USADA NA MONTAGEM
           05  TAXA-MENSAL-CO69      PIC 9(2)V9(4).
      *    TAXA-MENSAL-CO69 = % AO MES DO DESCONTO COBRADO PELO BANCO
           05  PRAZO-RECOMPRA-CO69   PIC 9(3).
      *    PRAZO-RECOMPRA-CO69 = DIAS DE ATRASO APOS OS QUAIS A PARCELA
      *                          INADIMPLENTE E RECOMPRADA DO BANCO
           05  CONTA-CAIXA-CO69      PIC 9(3).
      *    CONTA-CAIXA-CO69 = CONTA DO CXD103 ONDE O BANCO CREDITOU O
      *                       LIQUIDO E DE ONDE SAEM REPASSE/RECOMPRA
           05  QTDE-PARCELAS-CO69    PIC 9(4).
           05  QTDE-ABERTAS-CO69     PIC 9(4).
           05  VALOR-FACE-CO69       PIC 9(9)V99.
           05  VALOR-DESAGIO-CO69    PIC 9(9)V99.
           05  VALOR-LIQUIDO-CO69    PIC 9(9)V99.
           05  SITUACAO-CO69         PIC 9.
      *    SITUACAO-CO69 = 0-EM ABERTO  1-ENCERRADO (TODAS AS PARCELAS
      *                    REPASSADAS OU RECOMPRADAS)
           05  ULTIMO-NR-CO69        PIC 9(6).
      *    ULTIMO-NR-CO69 = SO NO REGISTRO DE CONTROLE
           05  USUARIO-CO69          PIC X(5).
           05  FILLER                PIC X(10).
