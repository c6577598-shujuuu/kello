      *ARQUIVO DE LINHAS DO ALBUM EM CONDICIONAL (RCD105): UMA POR
      *LINHA DE PRODUTO DO RCD100P QUE SAIU COM O ALBUM, COM O QUE FOI
      *ENVIADO (PLANILHADO AINDA NAO VENDIDO), O QUE A FAMILIA FICOU
      *(SOMADO EM QTDE-VENDIDA-RECP) E O QUE VOLTOU, SEPARADO ENTRE O
      *ESTOQUE DE FOTOS DO ALBUM (PARA VENDA POSTERIOR) E A
      *DESTRUICAO. ITEM-PEDIDO-RC106 E' A LINHA DO PDD101 DO PEDIDO
      *CONDICIONAL QUE RECEBEU A QUANTIDADE ENVIADA NA SAIDA E PERDE
      *A DEVOLVIDA NO RETORNO (VER RCP109).
       FD  RCD106.
       01  REG-RCD106.
           05  CHAVE-RC106.
               10  ALBUM-RC106       PIC 9(8).
               10  SEQ-SAIDA-RC106   PIC 9(2).
               10  SEQ-RECP-RC106    PIC 9(3).
      *        SEQ-RECP-RC106 = SEQ-RECP DA LINHA DO ALBUM
           05  PRODUTO-RC106         PIC 9(4).
           05  MODELO-RC106          PIC 9(4).
           05  VLRUNI-RC106          PIC 9(6)V99.
           05  QTDE-ENVIADA-RC106    PIC 9(6).
           05  QTDE-FICOU-RC106      PIC 9(6).
           05  QTDE-DEVOLVIDA-RC106  PIC 9(6).
           05  QTDE-ESTOQUE-RC106    PIC 9(6).
           05  QTDE-DESTRUIDA-RC106  PIC 9(6).
      *    QTDE-ESTOQUE + QTDE-DESTRUIDA = QTDE-DEVOLVIDA
           05  ITEM-PEDIDO-RC106     PIC 9(3).
      *    ITEM-PEDIDO-RC106 = ITEM-PD101; ZERO = PEDIDO NAO ATUALIZADO
           05  FILLER                PIC X(20).
