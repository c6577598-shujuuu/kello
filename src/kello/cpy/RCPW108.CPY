      *ARQUIVO DE FOTOS ESCOLHIDAS NA GALERIA ONLINE (RCD107): UMA
      *LINHA POR FOTO ESCOLHIDA PELA FAMILIA EM CADA LINHA DE PRODUTO
      *(SEQ-RECP) DO ALBUM. AS QUE PASSAM DO PLANILHADO SAO MARCADAS
      *COMO VENDA EXTRA. GRAVADO NA IMPORTACAO DO RCP110.
       FD  RCD108.
       01  REG-RCD108.
           05  CHAVE-RC108.
               10  ALBUM-RC108       PIC 9(8).
               10  SEQ-RECP-RC108    PIC 9(3).
               10  ORDEM-RC108       PIC 9(3).
      *        ORDEM-RC108 = ORDEM DA FOTO NO ARQUIVO, POR ALBUM
           05  FOTO-RC108            PIC X(20).
      *    FOTO-RC108 = IDENTIFICACAO DA FOTO NA GALERIA
           05  EXTRA-RC108           PIC X.
      *    EXTRA-RC108 = "S" ALEM DO QTDE-PLANILHADA-RECP DA LINHA
           05  DATA-SELECAO-RC108    PIC 9(8).
           05  FILLER                PIC X(10).
