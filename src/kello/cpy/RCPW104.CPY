      *(RCP108). A VALIDACAO LBP103V AVISA ("02") QUANDO O LABORATORIO
      *VAI AMPLIAR UM ALBUM SEM PROVAS APROVADAS NEM LIBERACAO - A
      *TIRADA INTEIRA REJEITADA PELO CLIENTE VIRAVA REFACAO NO LBP119.
      *A SELECAO IMPORTADA DA GALERIA ONLINE (RCP110) TAMBEM DA A PROVA
      *POR APROVADA (OBSERVACAO "SELECAO NA GALERIA ONLINE").
       FD  RCD104.
       01  REG-RCD104.
           05  ALBUM-RC104           PIC 9(8).
