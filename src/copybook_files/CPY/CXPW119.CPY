      *ARQUIVO DE SESSOES DE GAVETA DO CAIXA: CADA OPERADOR QUE RECEBE
      *NO BALCAO ABRE A SUA SESSAO NUMA CONTA DE DINHEIRO (TIPO-CX103
      *= 0) COM O FUNDO DE TROCO, REGISTRA AS SANGRIAS (RETIRADA PARA
      *O COFRE) E OS SUPRIMENTOS, E FECHA COM A CONTAGEM PROPRIA POR
      *DENOMINACAO. AS BAIXAS DO COD044 (SESSAO-CO44) E OS
      *LANCAMENTOS DE CAIXA DO CXD100 (SESSAO-CX100) FEITOS PELO
      *OPERADOR COM A SESSAO ABERTA SAO CARIMBADOS E ACUMULADOS AQUI
      *PELO CXP134V. MANUTENCAO EM CXP134; O FECHAMENTO DIARIO CXP102
      *CONFERE A SOMA DAS SESSOES CONTRA A CONTAGEM DA CONTA (CXD111).
      *A SESSAO 00000 E O CONTROLE: ULTIMO NUMERO.
       FD  CXD119.
       01  REG-CXD119.
           05  NR-SESSAO-CX119       PIC 9(5).
           05  OPERADOR-CX119        PIC X(5).
           05  SITUACAO-CX119        PIC 9.
      *    SITUACAO-CX119 = 0-ABERTA  1-FECHADA
           05  CONTA-CX119           PIC 9(3).
      *    CONTA-CX119 = CONTA DE DINHEIRO DA GAVETA (CXD103)
           05  DATA-CX119            PIC 9(8).
           05  HORA-ABERTURA-CX119   PIC 9(6).
           05  FUNDO-TROCO-CX119     PIC 9(8)V99.
           05  TOTAL-SANGRIA-CX119   PIC 9(8)V99.
           05  TOTAL-SUPRIMENTO-CX119 PIC 9(8)V99.
           05  QTDE-SANGRIA-CX119    PIC 9(3).
           05  QTDE-SUPRIMENTO-CX119 PIC 9(3).
           05  RECEB-DINHEIRO-CX119  PIC 9(8)V99.
           05  RECEB-OUTROS-CX119    PIC 9(8)V99.
           05  QTDE-BAIXAS-CX119     PIC 9(5).
      *    RECEB-DINHEIRO-CX119 = BAIXAS DO COD044 EM DINHEIRO (FORMA
      *    1), QUE FICAM NA GAVETA; RECEB-OUTROS-CX119 = CHEQUE, CARTAO,
      *    PIX E DEPOSITO, SO INFORMATIVO
           05  ENTRADA-CAIXA-CX119   PIC 9(8)V99.
           05  SAIDA-CAIXA-CX119     PIC 9(8)V99.
      *    ENTRADA/SAIDA-CAIXA-CX119 = LANCAMENTOS DO CXD100 NA CONTA
      *    DA GAVETA FEITOS PELO OPERADOR (TIPO < 50 ENTRA, >= 50 SAI),
      *    FORA AS PROPRIAS SANGRIAS E SUPRIMENTOS
           05  QTDE-N200-CX119       PIC 9(5).
           05  QTDE-N100-CX119       PIC 9(5).
           05  QTDE-N050-CX119       PIC 9(5).
           05  QTDE-N020-CX119       PIC 9(5).
           05  QTDE-N010-CX119       PIC 9(5).
           05  QTDE-N005-CX119       PIC 9(5).
           05  QTDE-N002-CX119       PIC 9(5).
           05  QTDE-M100-CX119       PIC 9(5).
           05  QTDE-M050-CX119       PIC 9(5).
           05  QTDE-M025-CX119       PIC 9(5).
           05  QTDE-M010-CX119       PIC 9(5).
           05  QTDE-M005-CX119       PIC 9(5).
           05  QTDE-M001-CX119       PIC 9(5).
      *    CONTAGEM DO FECHAMENTO DA SESSAO, NO MESMO MOLDE DO CXD111
           05  SALDO-ESPERADO-CX119  PIC S9(9)V99.
      *    SALDO-ESPERADO-CX119 = FUNDO + SUPRIMENTOS - SANGRIAS +
      *    RECEBIDO EM DINHEIRO + ENTRADAS - SAIDAS
           05  TOTAL-CONTADO-CX119   PIC 9(9)V99.
           05  SOBRA-FALTA-CX119     PIC S9(9)V99.
      *    SOBRA-FALTA-CX119 = CONTADO - ESPERADO (POSITIVO SOBRA,
      *    NEGATIVO FALTA)
           05  DATA-FECHAMENTO-CX119 PIC 9(8).
           05  HORA-FECHAMENTO-CX119 PIC 9(6).
           05  ULTIMO-NR-CX119       PIC 9(5).
           05  FILLER                PIC X(20).
