      *ARQUIVO DE BOLETOS DE CARNE DAS PARCELAS DO COD044, EMITIDOS
      *PELO COP082: UM REGISTRO POR BOLETO IMPRESSO, COM O CONVENIO
      *DO CXD101, O NOSSO-NUMERO, O CODIGO DE BARRAS E A LINHA
      *DIGITAVEL GRAVADOS COMO SAIRAM NO PAPEL. CADA PARCELA TEM NO
      *MAXIMO UM BOLETO VIGENTE; OS SUBSTITUIDOS (RENEGOCIACAO DO
      *COP056, VENCIMENTO/VALOR ALTERADO NO COP048, TROCA DE
      *CONVENIO) FICAM GUARDADOS COM A SEQUENCIA ANTERIOR.
       FD  COD064.
       01  REG-COD064.
           05  NR-CONTRATO-CO64      PIC 9(6).
           05  PARCELA-CO64          PIC 9(2).
           05  SEQ-CO64              PIC 9(2).
      *    SEQ-CO64 = 01 NA PRIMEIRA EMISSAO DA PARCELA, MAIS 1 A CADA
      *    BOLETO QUE SUBSTITUI O ANTERIOR
           05  CURSO-CO64            PIC X(4).
           05  TURMA-CO64            PIC X(3).
           05  CODBAN-CO64           PIC 9(3).
           05  CARTEIRA-CO64         PIC X(2).
           05  CONTA-CO64            PIC 9(8).
      *    CODBAN/CARTEIRA/CONTA-CO64 = CHAVE DO CONVENIO NO CXD101
           05  NOSSO-NUMERO-CO64     PIC 9(8).
           05  DATA-VCTO-CO64        PIC 9(8).
           05  VALOR-CO64            PIC 9(8)V99.
           05  TXID-CO64             PIC X(25).
      *    TXID-CO64 = TXID PIX DA PARCELA NO CXD107 NA EMISSAO
      *    (BRANCO QUANDO NAO HAVIA)
           05  CODIGO-BARRAS-CO64    PIC X(44).
           05  LINHA-DIGITAVEL-CO64  PIC X(54).
           05  DATA-EMISSAO-CO64     PIC 9(8).
           05  QTDE-VIAS-CO64        PIC 9(3).
           05  SITUACAO-CO64         PIC 9.
      *    SITUACAO-CO64 = 0-VIGENTE  1-SUBSTITUIDO POR RENEGOCIACAO
      *                    2-SUBSTITUIDO POR ALTERACAO DE VENCIMENTO
      *                    OU VALOR  3-SUBSTITUIDO POR TROCA DE
      *                    CONVENIO
           05  DATA-SITUACAO-CO64    PIC 9(8).
           05  USUARIO-CO64          PIC X(5).
           05  FILLER                PIC X(10).
