      *ARQUIVO DE MOVIMENTO DE AMPLIACAO DE FOTOGRAFIA
      *TAMBEM GRAVADO PELO LBP131 A PARTIR DO LOG DO MINILAB (LBD040)
       FD  LBD103.
       01  REG-LBD103.
           05  CHAVE-L103.
