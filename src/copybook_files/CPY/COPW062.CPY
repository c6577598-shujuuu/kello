      *ARQUIVO DAS DECLARACOES ANUAIS DE QUITACAO DE DEBITOS (LEI
      *12.007/2009) APURADAS PELO COP080: POR ANO E CLIENTE TITULAR
      *(COD041), UM REGISTRO DO CLIENTE (CONTRATO 000000) COM A
      *SITUACAO, O NUMERO E A DATA DA DECLARACAO E O ENVIO AO EXTRATO
      *DE COMUNICACAO, SEGUIDO DE UM REGISTRO POR CONTRATO COM AS
      *PARCELAS DO COD044 VENCIDAS NO ANO. DECLARACAO EMITIDA NAO E
      *REAPURADA; CLIENTE PENDENTE E REAPURADO A CADA EXECUCAO.
       FD  COD062.
       01  REG-COD062.
           05  CHAVE-CO62.
               10  ANO-CO62          PIC 9(4).
               10  CLASSIF-CLIENTE-CO62 PIC 9.
               10  CODIGO-CLIENTE-CO62  PIC 9(8).
      *        CLASSIF/CODIGO-CLIENTE-CO62 = COD-COMPL-CG11 DO TITULAR
               10  NR-CONTRATO-CO62  PIC 9(6).
      *        NR-CONTRATO-CO62 = 000000 NO REGISTRO DO CLIENTE
           05  CURSO-CO62            PIC X(4).
           05  TURMA-CO62            PIC X(3).
           05  QTDE-CONTRATOS-CO62   PIC 9(3).
      *    QTDE-CONTRATOS-CO62 = SO NO REGISTRO DO CLIENTE
           05  QTDE-PARCELAS-CO62    PIC 9(4).
           05  VALOR-PARCELAS-CO62   PIC 9(9)V99.
      *    QTDE/VALOR-PARCELAS-CO62 = PARCELAS COM VENCIMENTO NO ANO
           05  QTDE-RENEG-CO62       PIC 9(4).
      *    QTDE-RENEG-CO62 = QUITADAS PELA RENEGOCIACAO (COP056)
           05  QTDE-CREDITO-CO62     PIC 9(4).
      *    QTDE-CREDITO-CO62 = BAIXADAS COM CREDITO DO COD051 (COP061)
           05  QTDE-ABERTAS-CO62     PIC 9(4).
           05  VALOR-ABERTO-CO62     PIC 9(9)V99.
           05  SITUACAO-CO62         PIC 9.
      *    SITUACAO-CO62 (REGISTRO DO CLIENTE) = 0-QUITADO, A EMITIR
      *                  1-DECLARACAO EMITIDA  2-PENDENTE (PARCELA DO
      *                  ANO EM ABERTO)
           05  NR-DECLARACAO-CO62    PIC 9(6).
      *    NR-DECLARACAO-CO62 = SEQUENCIA DENTRO DO ANO
           05  DATA-EMISSAO-CO62     PIC 9(8).
           05  ENVIO-CO62            PIC 9.
      *    ENVIO-CO62 = 0-NAO ENVIADA  1-GRAVADA NO EXTRATO MSGCOM
      *                 2-SEM CONTATO (SO PAPEL)  3-COMUNICACAO
      *                 REVOGADA NO CGD014 (SO PAPEL)
           05  USUARIO-CO62          PIC X(5).
           05  FILLER                PIC X(10).
