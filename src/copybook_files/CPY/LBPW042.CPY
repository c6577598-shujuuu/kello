      *ARQUIVO DE CONSUMO POR LOTE: AMARRA CADA SAIDA DE CONSUMO DO
      *LBD031 (GRAVADA PELO LBP112V PARA UM MOVIMENTO LBD103) AOS
      *LOTES DO LBD041 DE ONDE SAIU, UMA LINHA POR LOTE CONSUMIDO.
      *PELA CHAVE, DO MOVIMENTO (E DAI DO ALBUM) PARA OS LOTES; PELA
      *CHAVE ALTERNATIVA, DO LOTE PARA OS MOVIMENTOS (VER LBP132).
       FD  LBD042.
       01  REG-LBD042.
           05  CHAVE-LB42.
               10  DATA-MOVTO-LB42   PIC 9(8).
               10  SEQ-MOVTO-LB42    PIC 9(4).
      *        DATA-MOVTO-LB42/SEQ-MOVTO-LB42 = CHAVE-L103 DO
      *        MOVIMENTO CONSUMIDOR (= DATA/SEQ DA SAIDA NO LBD031)
               10  ITEM-LB42         PIC X(4).
               10  ORDEM-LB42        PIC 9(2).
           05  DATA-LOTE-LB42        PIC 9(8).
           05  SEQ-LOTE-LB42         PIC 9(4).
      *    DATA-LOTE-LB42/SEQ-LOTE-LB42 = CHAVE DO LOTE NO LBD041;
      *    ZEROS = CONSUMO SEM LOTE (SALDO ANTERIOR A IMPLANTACAO DOS
      *    LOTES OU ENTRADA SEM LOTE INFORMADO)
           05  LOTE-LB42             PIC X(15).
           05  QTDE-LB42             PIC 9(7)V99.
           05  FILLER                PIC X(10).
