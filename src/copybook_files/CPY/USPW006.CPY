      *ARQUIVO DE CAMPOS PROTEGIDOS (DUPLA APROVACAO): CADA ARQUIVO +
      *CAMPO DA LISTA SO MUDA DEPOIS QUE UM SEGUNDO USUARIO AUTORIZADO
      *APROVA A SOLICITACAO GRAVADA NO USD007 (USP007V). MANUTENCAO EM
      *USP006; FILA DE APROVACAO EM USP007. CAMPO FORA DA LISTA (OU
      *ARQUIVO NAO IMPLANTADO) SEGUE GRAVANDO NA HORA, COMO SEMPRE.
       FD  USD006.
       01  REG-USD006.
           05  CHAVE-US06.
               10  ARQUIVO-US06      PIC X(8).
               10  CAMPO-US06        PIC X(20).
      *        CAMPO-US06 = NOME DO CAMPO COMO NO LOG3-CAMPO DA TRILHA
      *        (COD041 VALOR-CONTRATO-CO41, CPD023 CONTA-CP23 E
      *        CCD115 CONTA-CC115 - OS DOIS ULTIMOS COBREM TODO O
      *        BLOCO BANCARIO DO REGISTRO)
           05  DESCRICAO-US06        PIC X(30).
           05  PRAZO-DIAS-US06       PIC 9(3).
      *    PRAZO-DIAS-US06 = DIAS CORRIDOS PARA A SOLICITACAO PENDENTE
      *    EXPIRAR (ZEROS = 7 DIAS)
           05  SITUACAO-US06         PIC 9.
      *    SITUACAO-US06 = 0-PROTEGIDO  1-INATIVO (GRAVA NA HORA)
           05  USUARIO-US06          PIC X(5).
           05  DATA-ALTERACAO-US06   PIC 9(8).
           05  FILLER                PIC X(10).
