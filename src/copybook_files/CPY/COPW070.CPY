      *ARQUIVO DAS PARCELAS CEDIDAS EM BORDERO (COD069 - VER COP089):
      *UMA POR PARCELA DO COD044, COM O VALOR DE FACE, O DESAGIO E O
      *LIQUIDO DELA, E O DESFECHO - REPASSE AO BANCO QUANDO O CLIENTE
      *PAGA, RECOMPRA QUANDO INADIMPLE, E RENEGOCIADA OU EXCLUIDA.
       FD  COD070.
       01  REG-COD070.
           05  CHAVE-CO70.
               10  NR-BORDERO-CO70   PIC 9(6).
               10  NR-CONTRATO-CO70  PIC 9(6).
               10  PARCELA-CO70      PIC 9(2).
           05  CURSO-CO70            PIC X(4).
           05  TURMA-CO70            PIC X(3).
           05  DATA-VCTO-CO70        PIC 9(8).
           05  VALOR-FACE-CO70       PIC 9(8)V99.
           05  VALOR-DESAGIO-CO70    PIC 9(8)V99.
           05  VALOR-LIQUIDO-CO70    PIC 9(8)V99.
           05  SITUACAO-CO70         PIC 9.
      *    SITUACAO-CO70 = 0-CEDIDA (EM ABERTO)  1-REPASSADA AO BANCO
      *                    2-RECOMPRADA
           05  MOTIVO-CO70           PIC 9.
      *    MOTIVO-CO70 = DA RECOMPRA: 1-INADIMPLENCIA  2-RENEGOCIADA
      *                  3-PARCELA EXCLUIDA DO COD044
           05  DATA-EVENTO-CO70      PIC 9(8).
      *    DATA-EVENTO-CO70 = DATA DO REPASSE OU DA RECOMPRA
           05  DATA-PGTO-CO70        PIC 9(8).
      *    DATA-PGTO-CO70 = PAGAMENTO DO CLIENTE QUE GEROU O REPASSE
           05  USUARIO-CO70          PIC X(5).
           05  FILLER                PIC X(10).
