      *ARQUIVO DOS EVENTOS DE CONVITE DE CADA TURMA (BAILE, JANTAR):
      *DATA, LOCAL, QUANTOS CONVITES CADA CONTRATO DA DIREITO E O
      *PRECO DO CONVITE EXTRA. AS MESAS FICAM NO COD079 E OS CONVITES
      *DE CADA CONTRATO NO COD080. MANUTENCAO, VENDA DE EXTRAS,
      *LIBERACAO, LISTAS DE PORTARIA E CHECK-IN EM COP096. OS
      *FORNECEDORES CONTRATADOS PARA O EVENTO FICAM NO COD081 (COP097).
       FD  COD078.
       01  REG-COD078.
           05  CHAVE-CO78.
               10  CURSO-CO78        PIC X(4).
               10  TURMA-CO78        PIC X(3).
               10  EVENTO-CO78       PIC 9(2).
           05  DESCRICAO-CO78        PIC X(30).
           05  DATA-EVENTO-CO78      PIC 9(8).
           05  LOCAL-CO78            PIC X(30).
           05  CONVITES-CONTRATO-CO78 PIC 9(3).
      *    CONVITES-CONTRATO-CO78 = CONVITES INCLUIDOS EM CADA
      *    CONTRATO; PODE SER MUDADO CONTRATO A CONTRATO NO COD080
           05  VALOR-EXTRA-CO78      PIC 9(6)V99.
      *    VALOR-EXTRA-CO78 = PRECO DE CADA CONVITE EXTRA VENDIDO
           05  SITUACAO-CO78         PIC 9.
              88  EVENTO-ENCERRADO-CO78    VALUE 1.
      *    SITUACAO-CO78 = 0-ABERTO  1-ENCERRADO (SO CONSULTA E
      *                    RELATORIOS)
           05  USUARIO-CO78          PIC X(5).
           05  FILLER                PIC X(20).
