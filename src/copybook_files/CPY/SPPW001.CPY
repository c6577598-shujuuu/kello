      *    PAGINAS-SP01 = TOTAL DE PAGINAS DA TIRADA, REGRAVADO NO
      *    FECHAMENTO DO RELATORIO (MODO "F" DO SPP001V) JUNTO COM
      *    USUARIO E PARAMETROS
           05  DADOS-PESSOAIS-SP01   PIC X(1).
      *    DADOS-PESSOAIS-SP01 = "S" A TIRADA TEM CPF/RG/FONE IMPRESSO
      *    COMPLETO (USUARIO COM A CONCESSAO "DADOSPES" - VER GRDMSK):
      *    SO QUEM TEM A CONCESSAO REIMPRIME NO SPP002
           05  FILLER                PIC X(4).
