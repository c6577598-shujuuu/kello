      *VIDEO (VID105), POR CONTRATO: SAIDA (DATA/PORTADOR) E
      *RECEBIMENTO (DATA/QUEM RECEBEU). MANUTENCAO E IMPRESSAO PARA
      *ASSINATURA EM COP050, PENDENTES EM COP051. O RECEBIMENTO DE
      *MASTER GRAVA O STATUS 6-ENTREGUE NO HISTORICO VID107. ENVIO
      *PELOS CORREIOS (RASTREIO E VALOR DA POSTAGEM) NO COD084/COP100.
       FD  COD045.
       01  REG-COD045.
           05  CHAVE-CO45.
