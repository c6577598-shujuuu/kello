      *ARQUIVO DE PARCELAS A RECEBER DE CONTRATO (GERADO POR COP047 A
      *PARTIR DO COD041; MANUTENCAO/BAIXA EM COP048, AGING EM COP049)
      *ALT2-CO44 (SITUACAO + VENCIMENTO) E A ENTRADA POR VENCIMENTO DE
      *QUEM PROCURA O QUE VENCE OU VENCEU (COP049, COP089): UM START POR
      *SITUACAO - BRANCO (REGISTROS ANTERIORES AO CAMPO), 0 E 1. A
      *CONVERSAO DO ARQUIVO PARA ESTA CHAVE E PELO BKP002 OPCAO R.
       FD  COD044.
       01  REG-COD044.
           05  CHAVE-CO44.
      *    RENEG-CO44 = SEQ-RENEG-CO48 DA RENEGOCIACAO QUE SUBSTITUIU
      *    (QUANDO SITUACAO-CO44 = 1) OU QUE GEROU (PARCELA NOVA) A
      *    PARCELA; BRANCO/ZERO = FORA DE RENEGOCIACAO
           05  BORDERO-CO44          PIC 9(6).
      *    BORDERO-CO44 = BORDERO (COD069 - VER COP089) EM QUE A
      *    PARCELA FOI CEDIDA AO BANCO: O CREDITO E DO BANCO, O
      *    RECEBIMENTO E REPASSADO. VOLTA A ZERO NA RECOMPRA. CAMPO
      *    ABERTO DENTRO DO FILLER; BRANCO/ZERO = CARTEIRA PROPRIA
           05  SESSAO-CO44           PIC 9(5).
      *    SESSAO-CO44 = SESSAO DE GAVETA (CXD119 - VER CXP134) DO
      *    OPERADOR QUE FEZ A BAIXA NO BALCAO (COP048). OCUPA O QUE
      *    RESTAVA DO FILLER; BRANCO/ZERO = BAIXA FORA DE SESSAO
