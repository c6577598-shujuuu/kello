           05  SEQ-CX100             PIC 9(6).
           05  TIPO-LCTO-CX100       PIC 9(2).
      *    TIPO-LCTO < 50 = DEBITO     TIPO-LCTO >= 50 = CREDITO
      *    TIPO-LCTO 48/98 = LANCAMENTO SEM MOVIMENTO DE CAIXA (GANHO E
      *    DEPRECIACAO/PERDA DE BEM DO IMOBILIZADO - VER CTP006 E
      *    CTP005V), GRAVADO NA CONTA DE CAIXA 000: ENTRA NO DRE PELA
      *    CONTA REDUZIDA, FICA FORA DO SALDO, DO FECHAMENTO DIARIO,
      *    DA CONCILIACAO E DA REMESSA
              88  LCTO-NAO-CAIXA-CX100  VALUE 48 98.
           05  HISTORICO-CX100       PIC X(30).
           05  DOCUMENTO-CX100       PIC X(10).
           05  VALOR-CX100           PIC 9(8)V99.
      *    CONTA-CAIXA-CX100 = CONTA DE CAIXA/BANCO DO CADASTRO CXD103
      *    (VER CXP108); LANCAMENTOS ANTERIORES A ESTE CAMPO FORAM
      *    CARIMBADOS COM A CONTA 001 PELO GALHO61
           05  CENTRO-CUSTO-CX100    PIC 9(3).
      *    CENTRO-CUSTO-CX100 = CENTRO DE CUSTO DO CADASTRO CXD113 (VER
      *    CXP127); 000 = SEM CENTRO - NUMA CONTA COM REGRA DE RATEIO
      *    (CXD114) E ESPALHADO PELO CXP128. CAMPO ABERTO DENTRO DO
      *    FILLER; REGISTROS ANTERIORES TEM BRANCO, QUE NAO E NUMERICO
      *    E VALE COMO 000
           05  SESSAO-CX100          PIC 9(5).
      *    SESSAO-CX100 = SESSAO DE GAVETA DO OPERADOR (CXD119 - VER
      *    CXP134) EM QUE O LANCAMENTO DE CAIXA FOI FEITO; 00000 = FORA
      *    DE SESSAO. CAMPO ABERTO DENTRO DO FILLER; REGISTROS
      *    ANTERIORES TEM BRANCO, QUE NAO E NUMERICO E VALE COMO 00000
           05  FILLER                PIC X(9).
