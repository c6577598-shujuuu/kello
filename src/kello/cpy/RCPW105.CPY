      *ARQUIVO DE ALBUM EM CONDICIONAL (RCD100P): CADA SAIDA DO ALBUM
      *IMPRESSO PARA A FAMILIA ESCOLHER O QUE COMPRA (PEDIDO PDD100 NA
      *SITUACAO 2-CONDICIONAL) E UM REGISTRO COM A DATA DE SAIDA, QUEM
      *LEVOU, O PRAZO DE DEVOLUCAO E O RETORNO. AS QUANTIDADES POR
      *LINHA DE PRODUTO FICAM NO RCD106. SAIDA, RETORNO E A LISTA
      *DIARIA DE CONDICIONAIS VENCIDOS NO RCP109. SO UMA SAIDA EM
      *ABERTO POR ALBUM.
       FD  RCD105.
       01  REG-RCD105.
           05  CHAVE-RC105.
               10  ALBUM-RC105       PIC 9(8).
               10  SEQ-RC105         PIC 9(2).
      *        SEQ-RC105 = NUMERO DA SAIDA DO ALBUM (01, 02...)
           05  CONTRATO-RC105        PIC 9(6).
      *    CONTRATO-RC105 = CONTRATO-RECP DO ALBUM NA SAIDA
           05  PEDIDO-RC105          PIC 9(6).
      *    PEDIDO-RC105 = SEQUENCIA-PD100 DO PEDIDO CONDICIONAL
           05  VENDEDOR-RC105        PIC 9(6).
      *    VENDEDOR-RC105 = VENDEDOR-PD100 DO PEDIDO, PARA A COBRANCA
      *    DA DEVOLUCAO PELA EQUIPE DE VENDAS
           05  DATA-SAIDA-RC105      PIC 9(8).
           05  RETIRADO-POR-RC105    PIC X(30).
           05  DDD-FONE-RC105        PIC 9(2).
           05  FONE-RC105            PIC 9(9).
           05  DATA-LIMITE-RC105     PIC 9(8).
      *    DATA-LIMITE-RC105 = AAAAMMDD COMBINADO PARA A DEVOLUCAO
           05  DATA-RETORNO-RC105    PIC 9(8).
      *    DATA-RETORNO-RC105 = ZERO ENQUANTO O ALBUM ESTA FORA
           05  SITUACAO-RC105        PIC 9.
      *    SITUACAO-RC105 = 0-EM CONDICIONAL (FORA)  1-DEVOLVIDO
           05  QTDE-ENVIADA-RC105    PIC 9(6).
           05  QTDE-FICOU-RC105      PIC 9(6).
           05  QTDE-DEVOLVIDA-RC105  PIC 9(6).
      *    QTDE-*-RC105 = SOMA DAS LINHAS DO RCD106 (FOTOS)
           05  USUARIO-RC105         PIC X(5).
           05  FILLER                PIC X(20).
