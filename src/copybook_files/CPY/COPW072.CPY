      *ARQUIVO DE RPS (RECIBO PROVISORIO DE SERVICOS) DA NFS-E: CADA
      *BAIXA DO COD044 OU PEDIDO EFETIVADO DO PDD100 MANDADO EM LOTE A
      *PREFEITURA (COP092) GANHA AQUI O SEU NUMERO DE RPS, NA SEQUENCIA
      *DA SERIE, SEM REPETIR NEM PULAR: O NUMERO SO E TOMADO JUNTO COM
      *A GRAVACAO DO REGISTRO E NUNCA E REAPROVEITADO - RPS RECUSADO
      *VOLTA NO LOTE SEGUINTE COM O MESMO NUMERO. O RETORNO DA
      *PREFEITURA (COP093) GRAVA A NOTA NO COD052 E CARIMBA AQUI O
      *NUMERO/SERIE DA NFS OU O MOTIVO DA RECUSA.
       FD  COD072.
       01  REG-COD072.
           05  CHAVE-CO72.
               10  SERIE-RPS-CO72    PIC X(5).
               10  NUMERO-RPS-CO72   PIC 9(8).
           05  LOTE-CO72             PIC 9(6).
      *    LOTE-CO72 = ULTIMO LOTE (COD073) EM QUE O RPS FOI ENVIADO
           05  DATA-RPS-CO72         PIC 9(8).
      *    DATA-RPS-CO72 = DATA DO SERVICO (DATA-PGTO-CO44 OU
      *    DTATUALIZADO-PD100)
           05  CLASSIF-CLIENTE-CO72  PIC 9.
           05  CODIGO-CLIENTE-CO72   PIC 9(8).
           05  VALOR-CO72            PIC 9(8)V99.
           05  NR-CONTRATO-CO72      PIC 9(6).
           05  PARCELA-CO72          PIC 9(2).
           05  PEDIDO-CO72           PIC 9(6).
      *    NR-CONTRATO/PARCELA-CO72 = BAIXA DO COD044; PEDIDO-CO72 =
      *    PEDIDO DO PDD100 (OS OUTROS ZERADOS), COMO NO COD052
           05  CLASSE-CO72           PIC 9(2).
      *    CLASSE-CO72 = CLASSE DE RECEITA (CXD112) - CODIGO DE
      *    SERVICO E ALIQUOTA DO RPS
           05  SITUACAO-CO72         PIC 9.
      *    SITUACAO-CO72 = 0-ENVIADO (AGUARDANDO RETORNO)
      *                    1-CONVERTIDO EM NFS  2-RECUSADO
           05  SERIE-NFS-CO72        PIC X(3).
           05  NUMERO-NFS-CO72       PIC 9(8).
           05  MOTIVO-CO72           PIC X(60).
      *    MOTIVO-CO72 = MENSAGEM DA PREFEITURA NA RECUSA
           05  QTDE-ENVIOS-CO72      PIC 9(2).
           05  USUARIO-CO72          PIC X(5).
           05  FILLER                PIC X(15).
