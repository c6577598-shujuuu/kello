      *CONSUMO USAM COMO SEQ-LB31 O SEQ-L103 DO MOVIMENTO DE AMPLIACAO
      *QUE AS GEROU, O QUE TORNA A BAIXA IDEMPOTENTE (TELA E LOTE
      *PODEM REPETI-LA SEM DUPLICAR - VER LBP112V).
      *O DETALHE DE QUAIS LOTES (LBD041) SAIU CADA CONSUMO FICA EM
      *LBD042; ENTRADA DE COMPRA ABRE O LOTE COM A MESMA CHAVE.
       FD  LBD031.
       01  REG-LBD031.
           05  CHAVE-LB31.
