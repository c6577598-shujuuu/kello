      *ARQUIVO DO CRONOGRAMA DE PRESTACOES DOS EMPRESTIMOS (CXD116):
      *UMA POR PARCELA, GERADAS NA INCLUSAO PELO SISTEMA PRICE OU SAC
      *COM A AMORTIZACAO, OS JUROS E O SALDO DEVEDOR APOS A PARCELA.
      *O PAGAMENTO (CXP129) CARIMBA DATA, VALOR E CONTA; A APROPRIACAO
      *MENSAL (CXP130) CARIMBA O MES EM QUE OS JUROS FORAM SEPARADOS.
      *CHAVE ALTERNATIVA POR VENCIMENTO PARA A PROJECAO DO CXP107.
       FD  CXD117.
       01  REG-CXD117.
           05  CHAVE-CX117.
               10  NR-EMPREST-CX117  PIC 9(6).
               10  PARCELA-CX117     PIC 9(3).
           05  DATA-VCTO-CX117       PIC 9(8).
           05  VALOR-PRESTACAO-CX117 PIC 9(9)V99.
           05  VALOR-AMORT-CX117     PIC 9(9)V99.
           05  VALOR-JUROS-CX117     PIC 9(9)V99.
           05  SALDO-DEVEDOR-CX117   PIC 9(9)V99.
      *    SALDO-DEVEDOR-CX117 = PRINCIPAL QUE RESTA DEPOIS DESTA
      *                          PARCELA, PELO CRONOGRAMA
           05  SITUACAO-CX117        PIC 9.
      *    SITUACAO-CX117 = 0-EM ABERTO  1-PAGA  2-CANCELADA
           05  DATA-PGTO-CX117       PIC 9(8).
           05  VALOR-PAGO-CX117      PIC 9(9)V99.
      *    VALOR-PAGO-CX117 = PODE PASSAR DA PRESTACAO (ENCARGOS DE
      *                       ATRASO): O EXCESSO E TRATADO COMO JUROS
           05  CONTA-CAIXA-PGTO-CX117 PIC 9(3).
           05  MESANO-APROPR-CX117   PIC 9(6).
      *    MESANO-APROPR-CX117 = AAAAMM EM QUE O CXP130 SEPAROU OS
      *                          JUROS DA PARCELA PAGA; ZERO = PENDENTE
           05  USUARIO-CX117         PIC X(5).
           05  FILLER                PIC X(10).
