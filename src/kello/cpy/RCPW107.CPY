      *ARQUIVO DE GALERIA ONLINE POR ALBUM (RCD100P): CADA ALBUM
      *EXPORTADO PARA O FORNECEDOR DA GALERIA GANHA AQUI O CODIGO DE
      *ACESSO DO CLIENTE, A DATA DA EXPORTACAO E, QUANDO A SELECAO DA
      *FAMILIA VOLTA, A DATA E AS QUANTIDADES ESCOLHIDAS. AS FOTOS
      *ESCOLHIDAS POR LINHA DE PRODUTO FICAM NO RCD108. EXPORTACAO,
      *IMPORTACAO E A LISTA DE LEMBRETE NO RCP110.
       FD  RCD107.
       01  REG-RCD107.
           05  CHAVE-RC107.
               10  ALBUM-RC107       PIC 9(8).
           05  CODIGO-ACESSO-RC107   PIC X(8).
      *    CODIGO-ACESSO-RC107 = CODIGO QUE O CLIENTE DIGITA NA
      *    GALERIA; GERADO NA PRIMEIRA EXPORTACAO E MANTIDO DEPOIS
           05  CONTRATO-RC107        PIC 9(6).
      *    CONTRATO-RC107 = CONTRATO-RECP DO ALBUM NA EXPORTACAO
           05  PEDIDO-RC107          PIC 9(6).
      *    PEDIDO-RC107 = SEQUENCIA-PD100 QUE RECEBE AS FOTOS ALEM DO
      *    PLANILHADO (VENDA EXTRA); ZERO = SEM PEDIDO VINCULADO
           05  DATA-EXPORTACAO-RC107 PIC 9(8).
      *    DATA-EXPORTACAO-RC107 = PRIMEIRA EXPORTACAO (BASE DO
      *    LEMBRETE)
           05  QTDE-EXPORTACOES-RC107 PIC 9(2).
           05  SITUACAO-RC107        PIC 9.
      *    SITUACAO-RC107 = 0-NA GALERIA (AGUARDANDO SELECAO)
      *                     1-SELECAO IMPORTADA
           05  DATA-SELECAO-RC107    PIC 9(8).
           05  QTDE-ESCOLHIDA-RC107  PIC 9(5).
           05  QTDE-EXTRA-RC107      PIC 9(5).
      *    QTDE-EXTRA-RC107 = FOTOS ESCOLHIDAS ALEM DO PLANILHADO
           05  USUARIO-RC107         PIC X(5).
           05  FILLER                PIC X(20).
