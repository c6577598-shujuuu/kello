      *        POR CODREDUZ-APUR-CP20, OS TITULOS AINDA NAO PAGOS
      *        (DATA-PGTO-CP20 = ZERO) E JA VENCIDOS, NAS FAIXAS DE
      *        0-30, 31-60, 61-90 E MAIS DE 90 DIAS DE ATRASO, PARA
      *        PRIORIZAR O PAGAMENTO DAS CONTAS MAIS ATRASADAS. O
      *        VALOR DE CADA TITULO NA FAIXA E' O SALDO EM ABERTO
      *        (CPP035V), DESCONTADOS OS PAGAMENTOS PARCIAIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FAIXA-W               PIC 9         VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-CPP035V.
      *    saldo em aberto do titulo pelo razao CPD025 (ver CPP035V)
           05  SEQ-CAIXA-SAL         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-SAL           PIC 9(2)     VALUE ZEROS.
           05  VALOR-TITULO-SAL      PIC 9(8)V99  VALUE ZEROS.
           05  DATA-PGTO-TITULO-SAL  PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-SAL          PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-SAL          PIC 9(8)     VALUE ZEROS.
           05  CPP035V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SALDO-SAL             PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-AMORTIZADO-SAL  PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-PAGO-SAL        PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PGTOS-SAL        PIC 9(3)     VALUE ZEROS.
           05  ULT-SEQ-PGTO-SAL      PIC 9(3)     VALUE ZEROS.
           05  DATA-ULT-PGTO-SAL     PIC 9(8)     VALUE ZEROS.
           05  PAGO-PERIODO-SAL      PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PERIODO-SAL      PIC 9(3)     VALUE ZEROS.

       01  PARAMETROS-BTP001V.
      *    modo lote (BTD001/BTP001V - ver BTP002): com registro para
      *    este job o programa roda sem nenhum ACCEPT (nao tem
      *    primaria ordenada por SEQ-CAIXA/PARCELA, nao por vencimento,
      *    entao nao ha' como parar antecipadamente); cada titulo
      *    vencido e ainda nao pago entra na faixa de atraso
      *    correspondente pelo saldo em aberto, somada por
      *    CODREDUZ-APUR-CP20.
      *----------------------------------------------------------------
       ACUMULA-CPD020 SECTION.
           READ CPD020 NEXT RECORD
                   GO TO ACUMULA-CPD020-EXIT.

           ADD 1 TO QTDE-LIDOS-W.
           IF   DATA-PGTO-CP20 NOT EQUAL ZEROS
           OR   DATA-VCTO-CP20 NOT LESS DATA-ATUAL-W
                GO TO ACUMULA-CPD020-EXIT.

           MOVE SEQ-CAIXA-CP20  TO SEQ-CAIXA-SAL.
           MOVE PARCELA-CP20    TO PARCELA-SAL.
           MOVE VALOR-CP20      TO VALOR-TITULO-SAL.
           MOVE DATA-PGTO-CP20  TO DATA-PGTO-TITULO-SAL.
           MOVE ZEROS           TO DATA-INI-SAL DATA-FIM-SAL.
           CALL "CPP035V" USING PARAMETROS-CPP035V.
           IF   SALDO-SAL GREATER ZEROS
                PERFORM CLASSIFICA-FAIXA.

       ACUMULA-CPD020-EXIT. EXIT.
           EVALUATE FAIXA-W
               WHEN 1
                   ADD 1             TO QTDE-B1-TAB (CONTA-IDX)
                   ADD SALDO-SAL     TO VALOR-B1-TAB (CONTA-IDX)
               WHEN 2
                   ADD 1             TO QTDE-B2-TAB (CONTA-IDX)
                   ADD SALDO-SAL     TO VALOR-B2-TAB (CONTA-IDX)
               WHEN 3
                   ADD 1             TO QTDE-B3-TAB (CONTA-IDX)
                   ADD SALDO-SAL     TO VALOR-B3-TAB (CONTA-IDX)
               WHEN 4
                   ADD 1             TO QTDE-B4-TAB (CONTA-IDX)
                   ADD SALDO-SAL     TO VALOR-B4-TAB (CONTA-IDX)
           END-EVALUATE.

       ACHA-CONTA SECTION.
