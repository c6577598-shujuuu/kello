      *ARQUIVO DOS PROGRAMAS USADOS RECENTEMENTE POR USUARIO, MANTIDO
      *PELO MENU PRINCIPAL (USP011): O ULTIMO CHAMADO VEM PRIMEIRO E
      *O MAIS ANTIGO SAI QUANDO A LISTA ENCHE.
       FD  USD010.
       01  REG-USD010.
           05  USUARIO-US10          PIC X(5).
           05  RECENTE-US10          PIC X(8)  OCCURS 9 TIMES.
           05  DATA-ULTIMO-US10      PIC 9(14).
      *    DATA-ULTIMO-US10 = AAAAMMDDHHMMSS DA ULTIMA CHAMADA
           05  FILLER                PIC X(10).
