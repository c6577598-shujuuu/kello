      *ARQUIVO DE ADITIVOS DE CONTRATO: CADA MUDANCA DE VALOR OU DE
      *ESCOPO DO CONTRATO (COD041) VIRA UM REGISTRO COM VALOR
      *ANTERIOR, VALOR NOVO, MOTIVO E USUARIO - O HISTORICO LEGAL QUE
      *ANTES SO EXISTIA NO LOG003. GRAVACAO EM COP052 (OU NO USP007,
      *NA APROVACAO DO ADITIVO RETIDO POR DUPLA APROVACAO), NO
      *REAJUSTE ANUAL POR INDICE (COP087) E NO DESCONTO DE CORTESIA
      *DA COMISSAO DE FORMATURA (COP095); EXTRATO EM COP053; O
      *COP042 MARCA COM "*" O CONTRATO QUE TEM ADITIVO.
       FD  COD046.
       01  REG-COD046.
           05  CHAVE-CO46.
