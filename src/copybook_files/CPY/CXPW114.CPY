      *ARQUIVO DE REGRAS DE RATEIO DE CONTAS COMPARTILHADAS (ALUGUEL,
      *ENERGIA, TELEFONE...): PARA CADA CONTA REDUZIDA RATEAVEL, O
      *PERCENTUAL DE CADA CENTRO DE CUSTO (CXD113). OS PERCENTUAIS DE
      *UMA CONTA DEVEM SOMAR 100,00 - O CXP127 AVISA NA LISTA E O
      *CXP128 NAO RATEIA CONTA FORA DE 100. SO O LANCAMENTO SEM
      *CENTRO (CENTRO-CUSTO-CX100 = 000) NUMA CONTA COM REGRA E
      *ESPALHADO; LANCAMENTO JA CLASSIFICADO FICA NO SEU CENTRO.
       FD  CXD114.
       01  REG-CXD114.
           05  CHAVE-CX114.
               10  CONTA-REDUZ-CX114 PIC 9(5).
               10  CENTRO-CX114      PIC 9(3).
           05  PERCENTUAL-CX114      PIC 9(3)V99.
           05  USUARIO-CX114         PIC X(5).
           05  FILLER                PIC X(10).
