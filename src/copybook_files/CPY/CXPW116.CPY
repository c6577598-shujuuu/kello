      *ARQUIVO DE EMPRESTIMOS E FINANCIAMENTOS TOMADOS (CAPITAL DE
      *GIRO E FINANCIAMENTO DE EQUIPAMENTO): BANCO, VALOR CONTRATADO,
      *TAXA E SISTEMA DE AMORTIZACAO. O CRONOGRAMA DE PRESTACOES FICA
      *NO CXD117. MANUTENCAO E PAGAMENTO EM CXP129, APROPRIACAO MENSAL
      *DE JUROS EM CXP130, SALDO DEVEDOR EM CXP131; AS PRESTACOES EM
      *ABERTO ENTRAM NA PROJECAO DO CXP107. O EMPRESTIMO 000000 E O
      *CONTROLE: ULTIMO NUMERO.
       FD  CXD116.
       01  REG-CXD116.
           05  NR-EMPREST-CX116      PIC 9(6).
           05  CODBAN-CX116          PIC 9(3).
           05  CONTRATO-BANCO-CX116  PIC X(20).
           05  DESCRICAO-CX116       PIC X(30).
           05  MODALIDADE-CX116      PIC 9.
      *    MODALIDADE-CX116 = 1-CAPITAL DE GIRO  2-FINANCIAMENTO DE
      *                       EQUIPAMENTO
           05  DATA-CONTRATO-CX116   PIC 9(8).
           05  VALOR-CONTRATO-CX116  PIC 9(9)V99.
           05  TAXA-MENSAL-CX116     PIC 9V9(4).
      *    TAXA-MENSAL-CX116 = % AO MES
           05  SISTEMA-CX116         PIC 9.
      *    SISTEMA-CX116 = 1-PRICE (PRESTACAO CONSTANTE)  2-SAC
      *                    (AMORTIZACAO CONSTANTE)
           05  QTDE-PARCELAS-CX116   PIC 9(3).
           05  PRIMEIRO-VCTO-CX116   PIC 9(8).
           05  CONTA-CAIXA-CX116     PIC 9(3).
      *    CONTA-CAIXA-CX116 = CONTA DO CXD103 DA LIBERACAO E DO
      *                        DEBITO DAS PRESTACOES
           05  REDUZ-PRINCIPAL-CX116 PIC 9(5).
      *    REDUZ-PRINCIPAL-CX116 = CONTA REDUZIDA DO PASSIVO: RECEBE A
      *                            LIBERACAO E A PRESTACAO PAGA INTEIRA
           05  REDUZ-JUROS-CX116     PIC 9(5).
      *    REDUZ-JUROS-CX116 = CONTA REDUZIDA DA DESPESA FINANCEIRA,
      *                        PARA ONDE O CXP130 LEVA OS JUROS PAGOS
           05  SITUACAO-CX116        PIC 9.
      *    SITUACAO-CX116 = 0-ATIVO  1-QUITADO  2-CANCELADO
           05  ULTIMO-NR-CX116       PIC 9(6).
      *    ULTIMO-NR-CX116 = SO NO REGISTRO DE CONTROLE
           05  USUARIO-CX116         PIC X(5).
           05  FILLER                PIC X(20).
