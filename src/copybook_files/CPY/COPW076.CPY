      *ARQUIVO DE REGRAS DE CORTESIA DA COMISSAO DE FORMATURA: POR
      *TURMA, FAIXAS DE CONTRATOS ASSINADOS (COD041 VIGENTES) QUE DAO
      *A CADA MEMBRO DO COD055 UM PERCENTUAL DE DESCONTO SOBRE O
      *PROPRIO CONTRATO E/OU PRODUTOS GRATIS (ALBUM DE CORTESIA). VALE
      *A MAIOR FAIXA CUJO MINIMO A TURMA ATINGIU. MANUTENCAO, CALCULO
      *E EXTRATO EM COP095.
       FD  COD076.
       01  REG-COD076.
           05  CHAVE-CO76.
               10  CURSO-CO76        PIC X(4).
               10  TURMA-CO76        PIC X(3).
               10  MIN-CONTRATOS-CO76 PIC 9(4).
           05  PERC-DESCONTO-CO76    PIC 9(3)V99.
      *    PERC-DESCONTO-CO76 = % SOBRE O VALOR DO CONTRATO DO MEMBRO
           05  PRODUTO-CO76          PIC 9(4).
           05  MODELO-CO76           PIC 9(4).
           05  QTDE-PRODUTO-CO76     PIC 9(3).
      *    PRODUTO/MODELO-CO76 = PRODUTO GRATIS (GRDPRD), VALORIZADO
      *    PELO PRECO DE TABELA; QTDE ZERO = FAIXA SEM PRODUTO
           05  USUARIO-CO76          PIC X(5).
           05  FILLER                PIC X(10).
