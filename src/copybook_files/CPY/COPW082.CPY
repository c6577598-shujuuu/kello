      *ARQUIVO DO CRONOGRAMA DE PAGAMENTO DE CADA SERVICO CONTRATADO
      *PARA EVENTO DA TURMA (COD081). CADA PARCELA VIRA UM TITULO DO
      *CPD020 PELO COP097; ANTES DISSO A PROJECAO DE CAIXA (CXP107)
      *LE A PARCELA PELO VENCIMENTO (ALT-CO82).
       FD  COD082.
       01  REG-COD082.
           05  CHAVE-CO82.
               10  CURSO-CO82        PIC X(4).
               10  TURMA-CO82        PIC X(3).
               10  EVENTO-CO82       PIC 9(2).
               10  SEQ-SERVICO-CO82  PIC 9(2).
               10  PARCELA-CO82      PIC 9(2).
           05  DATA-VCTO-CO82        PIC 9(8).
           05  VALOR-CO82            PIC 9(8)V99.
           05  SEQ-CAIXA-CO82        PIC 9(6).
      *    SEQ-CAIXA-CO82 = TITULO DO CPD020 (SEQ-CAIXA-CP20, COM
      *    PARCELA-CP20 = PARCELA-CO82); ZERO = TITULO NAO GERADO
           05  USUARIO-CO82          PIC X(5).
           05  FILLER                PIC X(10).
