      *INDICE DE PALAVRAS DO NOME DO CADASTRO GERAL (CGD001) PARA A
      *PESQUISA DE CLIENTE PELO NOME (GRDNOM): UM REGISTRO POR PALAVRA
      *DO NOME-CG01 (SEM AS PREPOSICOES DA/DE/DO/DAS/DOS/E), COM A
      *PALAVRA SEM ACENTO E O SEU CODIGO FONETICO. MANTIDO PELO GRDNOM
      *A CADA MUDANCA DE NOME E RECONSTRUIDO POR INTEIRO PELO CGP101.
       FD  CGD016.
       01  REG-CGD016.
           05  CHAVE-CG16.
               10  CODIGO-CG16       PIC 9(6).
               10  SEQ-CG16          PIC 99.
      *    SEQ-CG16 = POSICAO DA PALAVRA NO NOME (1 = PRIMEIRA)
           05  FONETICA-CG16         PIC X(20).
           05  PALAVRA-CG16          PIC X(20).
      *    PALAVRA-CG16 = MAIUSCULA, SEM ACENTO (C-CEDILHA VIRA C)
           05  FILLER                PIC X(12).
