      *ARQUIVO DOS SERVICOS CONTRATADOS PARA OS EVENTOS DA TURMA
      *(COD078): SALAO, BUFFET, BANDA, DECORACAO. CADA SERVICO TEM O
      *VALOR ORCADO E, DEPOIS DE FECHADO, O FORNECEDOR (CGD001), O
      *VALOR CONTRATADO E O CRONOGRAMA DE PAGAMENTO NO COD082, QUE
      *GERA OS TITULOS DO CPD020. MANUTENCAO E ORCADO X CONTRATADO X
      *PAGO EM COP097; O CUSTO CONTRATADO ENTRA NA RENTABILIDADE DA
      *TURMA (COP074).
       FD  COD081.
       01  REG-COD081.
           05  CHAVE-CO81.
               10  CURSO-CO81        PIC X(4).
               10  TURMA-CO81        PIC X(3).
               10  EVENTO-CO81       PIC 9(2).
               10  SEQ-SERVICO-CO81  PIC 9(2).
           05  TIPO-SERVICO-CO81     PIC 9.
      *    TIPO-SERVICO-CO81 = 1-SALAO  2-BUFFET  3-BANDA
      *                        4-DECORACAO  9-OUTROS
           05  DESCRICAO-CO81        PIC X(30).
           05  FORNECEDOR-CO81       PIC 9(6).
      *    FORNECEDOR-CO81 = CODIGO-CG01 DO FORNECEDOR, O MESMO QUE
      *    VAI PARA FORNECEDOR-CP20; ZERO ENQUANTO SO ORCADO
           05  VALOR-ORCADO-CO81     PIC 9(8)V99.
           05  VALOR-CONTRATADO-CO81 PIC 9(8)V99.
           05  DATA-CONTRATACAO-CO81 PIC 9(8).
           05  CODREDUZ-APUR-CO81    PIC 9(5).
           05  CENTRO-CUSTO-CO81     PIC 9(3).
      *    CODREDUZ-APUR-CO81/CENTRO-CUSTO-CO81 = CONTA E CENTRO DE
      *    CUSTO (CXD113) QUE OS TITULOS GERADOS LEVAM PARA O CPD020
           05  QTDE-PARCELAS-CO81    PIC 9(2).
           05  SEQ-CAIXA-CO81        PIC 9(6).
      *    SEQ-CAIXA-CO81 = SEQ-CAIXA-CP20 DOS TITULOS GERADOS (UMA
      *    PARCELA DO CPD020 POR PARCELA DO CRONOGRAMA); ZERO = AINDA
      *    NAO GERADOS
           05  SITUACAO-CO81         PIC 9.
              88  SERVICO-ORCADO-CO81      VALUE 0.
              88  SERVICO-CONTRATADO-CO81  VALUE 1.
              88  SERVICO-TITULOS-CO81     VALUE 2.
              88  SERVICO-CANCELADO-CO81   VALUE 9.
      *    SITUACAO-CO81 = 0-SO ORCADO  1-CONTRATADO  2-TITULOS
      *                    GERADOS NO CPD020  9-CANCELADO
           05  USUARIO-CO81          PIC X(5).
           05  FILLER                PIC X(20).
