      *ARQUIVO DE DE-PARA DO PLANO DE CONTAS DO CONTADOR: PARA CADA
      *ORIGEM DE MOVIMENTO (CAIXA CXD100, PAGAMENTO CPD020, BAIXA DE
      *PARCELA COD044), CODIGO REDUZIDO NOSSO (CONTA-REDUZ-CX100 OU
      *CODREDUZ-APUR-CP20) E SENTIDO DO LANCAMENTO, A CONTA DEBITO E A
      *CONTA CREDITO DO PLANO DO ESCRITORIO CONTABIL. MANUTENCAO EM
      *CTP003; A EXPORTACAO MENSAL DO DIARIO (SO MES FECHADO NO CTD001)
      *E O CTP004, QUE LISTA TODO LANCAMENTO SEM DE-PARA AQUI.
       FD  CTD002.
       01  REG-CTD002.
           05  CHAVE-CT02.
               10  ORIGEM-CT02       PIC X(1).
      *        ORIGEM-CT02 = "X" LANCAMENTO DE CAIXA (CXD100)
      *                      "P" TITULO BAIXADO (CPD020)
      *                      "R" BAIXA DE PARCELA A RECEBER (COD044)
               10  CONTA-REDUZ-CT02  PIC 9(5).
      *        CONTA-REDUZ-CT02 = CONTA-REDUZ-CX100 (ORIGEM "X") OU
      *        CODREDUZ-APUR-CP20 (ORIGEM "P"); NA ORIGEM "R" A
      *        PARCELA NAO TEM CODIGO REDUZIDO E VALE 00000
               10  SENTIDO-CT02      PIC X(1).
      *        SENTIDO-CT02 = "E" ENTRADA (TIPO-LCTO-CX100 < 50,
      *                           BAIXA COD044, TITULO DE COBRANCA
      *                           CPD020 - NAO "P" COM NOSSO NUMERO,
      *                           BAIXADO PELO RETORNO CXP104)
      *                       "S" SAIDA   (TIPO-LCTO-CX100 >= 50,
      *                           PAGAMENTO CPD020)
      *        A ORIGEM "P" PODE TER DE-PARA NOS DOIS SENTIDOS
           05  CONTA-DEBITO-CT02     PIC X(20).
           05  CONTA-CREDITO-CT02    PIC X(20).
      *    CONTA-DEBITO/CREDITO-CT02 = CODIGO DA CONTA NO PLANO DO
      *    CONTADOR, COMO O SISTEMA DELE IMPORTA (EX. "1.1.1.01.001")
           05  DESCRICAO-CT02        PIC X(30).
           05  USUARIO-CT02          PIC X(5).
           05  FILLER                PIC X(10).
