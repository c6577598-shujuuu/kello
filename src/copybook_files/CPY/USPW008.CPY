      *ARQUIVO DE REGRAS DE SEGREGACAO DE FUNCOES: CADA REGRA E UM PAR
      *(OU GRUPO) DE PROGRAMAS QUE A MESMA PESSOA NAO DEVERIA TER JUNTO
      *NO USD002 - QUEM DIGITA O TITULO NAO APROVA, QUEM BAIXA A
      *PARCELA NAO FECHA O CAIXA DO DIA - COM O GRAU DE RISCO E ATE
      *DUAS EVIDENCIAS PARA PROCURAR NA TRILHA (LOG003/USD003) O CASO
      *REAL DO MESMO USUARIO NOS DOIS LADOS DO MESMO DOCUMENTO.
      *MANUTENCAO EM USP008; RELATORIO DE CONFLITOS NO USP009.
       FD  USD008.
       01  REG-USD008.
           05  CODIGO-US08           PIC 9(3).
           05  DESCRICAO-US08        PIC X(40).
           05  RISCO-US08            PIC 9.
      *    RISCO-US08 = 1-BAIXO  2-MEDIO  3-ALTO
           05  MINIMO-US08           PIC 9.
      *    MINIMO-US08 = QUANTOS PROGRAMAS DO GRUPO CARACTERIZAM O
      *    CONFLITO (ZERO = 2, O PAR)
           05  PROGRAMA-CONF-US08    PIC X(8) OCCURS 5 TIMES.
      *    PROGRAMA-CONF-US08 = PROGRAM-ID COMO NO PROGRAMA-US02;
      *    BRANCO = POSICAO SEM USO
           05  EVIDENCIA-US08        OCCURS 2 TIMES.
               10  ARQUIVO-A-US08    PIC X(8).
               10  OPERACAO-A-US08   PIC X(12).
               10  POS-A-US08        PIC 9(2).
               10  ARQUIVO-B-US08    PIC X(8).
               10  OPERACAO-B-US08   PIC X(12).
               10  POS-B-US08        PIC 9(2).
               10  TAM-US08          PIC 9(2).
      *    EVIDENCIA-US08 = LADO A E LADO B DO MESMO DOCUMENTO:
      *    ARQUIVO/OPERACAO COMO NO LOG3-ARQUIVO/LOG3-OPERACAO, OU
      *    ARQUIVO "USD003" COM O PROGRAM-ID NA OPERACAO (SESSAO DO
      *    PROGRAMA). POS = POSICAO NO LOG3-CHAVE-REG DO PEDACO
      *    COMPARADO (TAM BYTES); POS ZERO = A DATA DO REGISTRO
      *    (LOG3-PERIODO/INICIO-US03), OU SEJA, "NO MESMO DIA".
      *    ARQUIVO-A EM BRANCO = EVIDENCIA SEM USO
           05  SITUACAO-US08         PIC 9.
      *    SITUACAO-US08 = 0-ATIVA  1-INATIVA
           05  USUARIO-US08          PIC X(5).
           05  DATA-ALTERACAO-US08   PIC 9(8).
           05  FILLER                PIC X(10).
