      *ARQUIVO DE LOTES DE INSUMOS DO LABORATORIO. CADA ENTRADA DE
      *COMPRA (LBP111 E RECEBIMENTO LBP125) ABRE UM LOTE COM A MESMA
      *CHAVE DA ENTRADA NO LBD031 (ITEM + DATA + SEQ), O QUE DEIXA OS
      *LOTES DE UM ITEM NA ORDEM DE CHEGADA: A BAIXA LBP112V CONSOME
      *DO MAIS ANTIGO COM SALDO (PEPS) E REGISTRA EM LBD042 QUANTO
      *DE CADA LOTE FOI PARA CADA MOVIMENTO. VENCIMENTO PROXIMO SAI
      *NO ALERTA DO LBP113; RASTREIO EM LBP132.
       FD  LBD041.
       01  REG-LBD041.
           05  CHAVE-LB41.
               10  ITEM-LB41         PIC X(4).
               10  DATA-ENTRADA-LB41 PIC 9(8).
               10  SEQ-ENTRADA-LB41  PIC 9(4).
           05  LOTE-LB41             PIC X(15).
      *    LOTE-LB41 = NUMERO DO LOTE IMPRESSO NA CAIXA/FRASCO
           05  VALIDADE-LB41         PIC 9(8).
      *    VALIDADE-LB41 = AAAAMMDD (ZERO = SEM VALIDADE)
           05  QTDE-ENTRADA-LB41     PIC 9(7)V99.
           05  SALDO-LB41            PIC 9(7)V99.
           05  SITUACAO-LB41         PIC 9.
      *    SITUACAO-LB41 = 0-COM SALDO  1-ESGOTADO
           05  USUARIO-LB41          PIC X(5).
           05  FILLER                PIC X(10).
