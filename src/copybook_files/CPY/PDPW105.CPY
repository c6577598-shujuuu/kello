      *ARQUIVO DAS PROPOSTAS COMERCIAIS IMPRESSAS A PARTIR DO PEDIDO
      *(PDP111): CADA IMPRESSAO E UMA VERSAO NUMERADA DO PEDIDO, COM
      *OS TOTAIS, AS CONDICOES DE PAGAMENTO E A VALIDADE; AS LINHAS
      *COMO SAIRAM NO PAPEL FICAM NO PDD106. A VERSAO QUE O CLIENTE
      *ACEITOU E MARCADA NA MUDANCA DE SITUACAO DO PDP107 (E GUARDADA
      *EM VERSAO-PROPOSTA-PD100).
       FD  PDD105.
       01  REG-PDD105.
           05  CHAVE-PD105.
               10  SEQUENCIA-PD105   PIC 9(6).
      *        SEQUENCIA-PD105 = SEQUENCIA-PD100 DO PEDIDO
               10  VERSAO-PD105      PIC 9(3).
           05  DATA-EMISSAO-PD105    PIC 9(8).
           05  DATA-VALIDADE-PD105   PIC 9(8).
           05  CLIENTE-PD105         PIC 9(8).
           05  VENDEDOR-PD105        PIC 9(6).
           05  SITUACAO-PEDIDO-PD105 PIC 9.
      *    SITUACAO-PEDIDO-PD105 = SITUACAO-PD100 NA EMISSAO (1 OU 2)
           05  QTDE-ITENS-PD105      PIC 9(3).
           05  VALOR-TABELA-PD105    PIC 9(8)V99.
      *    VALOR-TABELA-PD105 = SOMA DAS LINHAS AO PRECO DO RCD101
           05  VALOR-DESCONTO-PD105  PIC 9(8)V99.
           05  VALOR-TOTAL-PD105     PIC 9(8)V99.
      *    VALOR-TOTAL-PD105 = SOMA DE VLRTOTAL-PD101 NA EMISSAO
           05  VALOR-ENTRADA-PD105   PIC 9(8)V99.
           05  QTDE-PARCELAS-PD105   PIC 9(2).
           05  VALOR-PARCELA-PD105   PIC 9(8)V99.
           05  DATA-1A-PARCELA-PD105 PIC 9(8).
           05  CONDICOES-PD105       PIC X(60).
      *    CONDICOES-PD105 = TEXTO LIVRE DAS CONDICOES (FORMA DE
      *    PAGAMENTO, PRAZO DE ENTREGA...) IMPRESSO NA PROPOSTA
           05  SITUACAO-PD105        PIC 9.
              88  PROPOSTA-ACEITA-PD105    VALUE 1.
      *    SITUACAO-PD105 = 0-EMITIDA  1-ACEITA PELO CLIENTE
           05  DATA-ACEITE-PD105     PIC 9(8).
           05  USUARIO-ACEITE-PD105  PIC X(5).
           05  USUARIO-PD105         PIC X(5).
           05  FILLER                PIC X(20).
