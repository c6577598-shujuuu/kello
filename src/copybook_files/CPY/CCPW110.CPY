      *    COMISSAO (GERADO PELO COP054 QUANDO O CONTRATO DO PEDIDO
      *    COMISSIONADO E CANCELADO - O CCP112 ABATE DO CREDITADO).
      *    CAMPO ABERTO COM CRESCIMENTO DO REGISTRO EM 10 BYTES; A
      *    BASE EXISTENTE FOI RECARREGADA PELO GALHO69 COM TIPO 0.
      *    2-DESCONTO DE ADIANTAMENTO DE VIAGEM (GERADO PELO CCP124 NO
      *    ACERTO, DOCTO "AD"+NUMERO-CC116): O CCP113 ABATE DO TITULO
      *    DO MES, FORA DO CREDITO E DA BASE DE RETENCAO (CCP115)
           05  CENTRO-CUSTO-CC110       PIC 9(3).
      *    CENTRO-CUSTO-CC110 = CENTRO DE CUSTO (CXD113) DO CREDITO,
      *    CARIMBADO PELO GERADOR (EX. PDP105 - COMERCIAL); O CCP113
      *    LEVA-O PARA O TITULO DE CPD020. CAMPO ABERTO DENTRO DO
      *    FILLER; BRANCO NOS REGISTROS ANTERIORES VALE COMO 000
           05  FILLER                   PIC X(6).
