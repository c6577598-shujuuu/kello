      *        PARA A FINANCEIRA ACOMPANHAR PARA ONDE O CAIXA ESTA
      *        REALMENTE SENDO DESTINADO A CADA PERIODO, SEM PRECISAR
      *        REDERIVAR ISSO A PARTIR DOS LANCAMENTOS CRUS DO CXD100.
      *        TITULO COM PAGAMENTOS NO RAZAO CPD025 (PAGAMENTO
      *        PARCIAL - VER CPP034) ENTRA PELO QUE FOI PAGO DENTRO DO
      *        PERIODO, UM POR PAGAMENTO, ESTEJA QUITADO OU NAO; OS
      *        PAGOS DE UMA VEZ ANTES DO RAZAO SEGUEM PELO VALOR CHEIO
      *        NA DATA-PGTO-CP20.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  DATA-FINAL-PARM       PIC 9(8)     VALUE ZEROS.
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

       01  PARAMETROS-SPP001V.
      *    spool de relatorios (SPD001/SPP001V - ver SPP002): com o
      *    diretorio implantado, o RELAT sai para o arquivo de captura
      *    primaria (SEQ-CAIXA/PARCELA); como nao ha' chave por
      *    DATA-PGTO-CP20 isolada, cada titulo pago (DATA-PGTO-CP20
      *    diferente de zero) dentro do periodo entra na totalizacao
      *    por CODREDUZ-APUR-CP20; titulo com razao de pagamentos
      *    (CPP035V) entra pelos pagamentos datados no periodo.
      *----------------------------------------------------------------
       ACUMULA-CPD020 SECTION.
           READ CPD020 NEXT RECORD
                   GO TO ACUMULA-CPD020-EXIT.

           ADD 1 TO QTDE-LIDOS-W.
           MOVE SEQ-CAIXA-CP20     TO SEQ-CAIXA-SAL.
           MOVE PARCELA-CP20       TO PARCELA-SAL.
           MOVE VALOR-CP20         TO VALOR-TITULO-SAL.
           MOVE DATA-PGTO-CP20     TO DATA-PGTO-TITULO-SAL.
           MOVE DATA-INICIAL-PARM  TO DATA-INI-SAL.
           MOVE DATA-FINAL-PARM    TO DATA-FIM-SAL.
           CALL "CPP035V" USING PARAMETROS-CPP035V.
           IF   QTDE-PGTOS-SAL GREATER ZEROS
                IF   QTDE-PERIODO-SAL GREATER ZEROS
                     PERFORM ACHA-CONTA
                     ADD QTDE-PERIODO-SAL TO QTDE-CONTA-TAB (CONTA-IDX)
                     ADD PAGO-PERIODO-SAL TO VALOR-CONTA-TAB
                                             (CONTA-IDX)
                END-IF
                GO TO ACUMULA-CPD020-EXIT.

           IF   DATA-PGTO-CP20 NOT EQUAL ZEROS
           AND  DATA-PGTO-CP20 NOT LESS DATA-INICIAL-PARM
           AND  DATA-PGTO-CP20 NOT GREATER DATA-FINAL-PARM
