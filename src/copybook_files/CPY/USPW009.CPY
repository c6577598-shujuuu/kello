      *ARQUIVO DE LEIAUTE DO MENU PRINCIPAL (USP011): OS GRUPOS DO
      *MENU E, EM CADA UM, OS PROGRAMAS NA ORDEM EM QUE APARECEM. A
      *ORDEM 000 DE CADA GRUPO E O TITULO DO GRUPO (PROGRAMA EM
      *BRANCO). PROGRAMA NOVO ENTRA NO MENU SO COM A MANUTENCAO NO
      *USP010; O USUARIO SO VE O QUE TEM NO USD002 (VER GRDUSU).
       FD  USD009.
       01  REG-USD009.
           05  CHAVE-US09.
               10  GRUPO-US09        PIC 9(2).
               10  ORDEM-US09        PIC 9(3).
      *        ORDEM-US09 = 000 TITULO DO GRUPO
           05  PROGRAMA-US09         PIC X(8).
           05  DESCRICAO-US09        PIC X(30).
           05  SITUACAO-US09         PIC 9.
      *    SITUACAO-US09 = 0-ATIVO  1-FORA DO MENU
           05  USUARIO-US09          PIC X(5).
           05  DATA-ALTERACAO-US09   PIC 9(8).
           05  FILLER                PIC X(10).
