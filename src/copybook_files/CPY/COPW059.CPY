      *ARQUIVO DA TABELA DE PROVISAO PARA DEVEDORES DUVIDOSOS (PDD):
      *PERCENTUAL DO SALDO VENCIDO DA PARCELA (COD044) PROVISIONADO A
      *PARTIR DE CADA FAIXA DE DIAS DE ATRASO, E A LINHA 9999 PARA A
      *PARCELA EM PROTESTO/NEGATIVACAO EM ABERTO NO COD050. MANUTENCAO
      *EM COP076; APURACAO MENSAL EM COP077.
       FD  COD059.
       01  REG-COD059.
           05  DIAS-CO59             PIC 9(4).
      *    DIAS-CO59 = ATRASO MINIMO (DIAS ENTRE O VENCIMENTO E O FIM
      *    DO MES) PARA O PERCENTUAL VALER; VALE A MAIOR FAIXA ATINGIDA.
      *    9999 = PARCELA COM ENVIO A CARTORIO OU NEGATIVACAO EM ABERTO
      *    (SITUACAO-CO50 = 0), QUALQUER QUE SEJA O ATRASO - SEM ESTA
      *    LINHA O COP077 ASSUME 100%
           05  PERCENTUAL-CO59       PIC 9(3)V99.
           05  USUARIO-CO59          PIC X(5).
           05  FILLER                PIC X(10).
