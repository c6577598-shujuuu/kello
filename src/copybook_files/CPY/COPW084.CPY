      *ARQUIVO DE POSTAGEM DOS CORREIOS DOS PROTOCOLOS DE ENTREGA
      *(COD045) DE ALBUM E MASTER ENVIADOS PARA OUTRAS CIDADES: MESMA
      *CHAVE DO PROTOCOLO, COM O SERVICO E O PESO DA PRE-POSTAGEM, O
      *CODIGO DE RASTREIO E O VALOR DO RECIBO DE POSTAGEM E O ULTIMO
      *EVENTO DE RASTREAMENTO. SELECAO, EXPORTACAO DA PRE-POSTAGEM E
      *IMPORTACAO DO RECIBO E DO RASTREAMENTO EM COP100 (A ENTREGA
      *CONFIRMA O PROTOCOLO; A DEVOLUCAO ABRE TICKET NO COD057). O
      *VALOR DA POSTAGEM ENTRA NO CUSTO DO CONTRATO NO COP074.
       FD  COD084.
       01  REG-COD084.
           05  CHAVE-CO84.
               10  CONTRATO-CO84     PIC 9(6).
               10  SEQ-CO84          PIC 9(3).
      *        CHAVE-CO84 = CHAVE-CO45 DO PROTOCOLO
           05  SERVICO-CO84          PIC X(5).
      *    SERVICO-CO84 = CODIGO DO SERVICO NO CONTRATO COM OS CORREIOS
      *                   (03220 SEDEX, 03298 PAC)
           05  PESO-CO84             PIC 9(6).
      *    PESO-CO84 = PESO DO VOLUME EM GRAMAS
           05  DATA-PREPOST-CO84     PIC 9(8).
           05  DATA-POSTAGEM-CO84    PIC 9(8).
           05  RASTREIO-CO84         PIC X(13).
      *    RASTREIO-CO84 = CODIGO DE OBJETO (AA123456789BR); BRANCOS
      *    ATE O RECIBO DE POSTAGEM
           05  VALOR-POSTAGEM-CO84   PIC 9(6)V99.
           05  SITUACAO-CO84         PIC 9.
      *    SITUACAO-CO84 = 0-A EXPORTAR  1-PRE-POSTADO  2-POSTADO
      *                    3-EM TRANSITO  4-ENTREGUE  5-DEVOLVIDO
           05  DATA-EVENTO-CO84      PIC 9(8).
           05  EVENTO-CO84           PIC X(40).
      *    DATA-EVENTO-CO84/EVENTO-CO84 = ULTIMO EVENTO DO RASTREAMENTO
           05  TICKET-CO84           PIC 9(6).
      *    TICKET-CO84 = TICKET-CO57 ABERTO NA DEVOLUCAO; ZERO = NENHUM
           05  USUARIO-CO84          PIC X(5).
           05  FILLER                PIC X(20).
