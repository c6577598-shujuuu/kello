      *ARQUIVO DE REGRAS DA VARREDURA DE EXCECOES DE CAIXA E
      *RECEBIVEIS (LOGP016): UM REGISTRO POR REGRA, LIGADA OU
      *DESLIGADA, COM O LIMITE E A QUANTIDADE MINIMA PROPRIOS.
      *CRIADO COM AS REGRAS DE FABRICA NA PRIMEIRA EXECUCAO.
       FD  LOG016.
       01  REG-LOG016.
           05  CODIGO-LOG16          PIC 9(2).
      *    CODIGO-LOG16 = 01 LANCAMENTO CXD100 MEXIDO DEPOIS DO
      *    FECHAMENTO DO DIA (CXP102); 02 LANCAMENTO COM DATA
      *    RETROATIVA; 03 LANCAMENTO DE VALOR REDONDO; 04 ABONO DE
      *    JUROS/MULTA (COD049) CONCENTRADO EM UM OPERADOR; 05
      *    PARCELA BAIXADA E REABERTA; 06 DEVOLUCAO (COD047) PARA
      *    CONTA BANCARIA QUE TAMBEM E DE OUTRO CLIENTE (CPD023)
           05  DESCRICAO-LOG16       PIC X(40).
           05  ATIVA-LOG16           PIC X(1).
      *    ATIVA-LOG16 = "S" LIGADA; "N" DESLIGADA
           05  LIMITE-LOG16          PIC 9(8)V99.
      *    LIMITE-LOG16 = 02 DIAS DE TOLERANCIA; 03 VALOR MINIMO;
      *    04 PERCENTUAL DOS ABONOS DO PERIODO; 05 DIAS MAXIMOS ENTRE
      *    BAIXA E REABERTURA (0 = QUALQUER); 06 VALOR MINIMO DA
      *    DEVOLUCAO; 01 SEM USO
           05  MINIMO-LOG16          PIC 9(4).
      *    MINIMO-LOG16 = 03 MULTIPLO EM REAIS QUE FAZ O VALOR
      *    REDONDO (0 = 100); 04 QUANTIDADE MINIMA DE ABONOS DO
      *    OPERADOR; DEMAIS SEM USO
           05  USUARIO-LOG16         PIC X(5).
           05  DATA-ALTERACAO-LOG16  PIC 9(8).
           05  FILLER                PIC X(10).
