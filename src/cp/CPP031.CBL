      *        DATA DO PAGAMENTO 9(8) + VALOR PAGO 9(11)V99), CARIMBA
      *        DATA-PGTO-CP20 NO TITULO E LANCA O DEBITO NO CXD100 NA
      *        CONTA DE CAIXA INFORMADA, COM A CONTA REDUZIDA DO
      *        PROPRIO TITULO (CODREDUZ-APUR-CP20) E O SEU CENTRO DE
      *        CUSTO (CENTRO-CUSTO-CP20). REMESSAS
      *        PENDENTES DO CPD024 FICAM PROCESSADAS. OCORRENCIA
      *        DIFERENTE DE 02 SAI LISTADA SEM BAIXA. CADA PAGAMENTO
      *        ENTRA NO RAZAO DO TITULO (CPD025 - VER CPP034) CONTRA O
      *        SALDO EM ABERTO (CPP035V): PAGO MENOR QUE O SALDO DEIXA
      *        O TITULO EM ABERTO ("PAGO PARCIAL"), SEM DATA-PGTO-CP20;
      *        O QUE PASSAR DO SALDO FICA REGISTRADO COMO JUROS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPPX024.

           COPY CPPX025.

           COPY CXPX100.

           SELECT RETORNO ASSIGN TO PATH-RETORNO-W

           COPY CPPW024.

           COPY CPPW025.

           COPY CXPW100.

       FD  RETORNO
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD024             PIC XX       VALUE SPACES.
           05  ST-CPD025             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  QTDE-PAGOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-NAO-LOCAL-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-RECUSADOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-PARCIAIS-W       PIC 9(6)     VALUE ZEROS.
           05  AMORTIZADO-W          PIC 9(8)V99  VALUE ZEROS.
           05  EXCESSO-W             PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-PAGO-W          PIC 9(11)V99 VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
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

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(31)   VALUE
               "TOTAL PAGO...................: ".
           05  VALOR-RES             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINRES6.
           05  FILLER                PIC X(31)   VALUE
               "PAGOS PARCIALMENTE...........: ".
           05  QTDE6-RES             PIC ZZZZZ9  VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD024" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD024.
           MOVE "CPD025" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD025.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           CLOSE CONTROLE.

           IF   ST-CPD024 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD024: " ST-CPD024
                MOVE 1 TO ERRO-W.
           OPEN I-O CPD025.
           IF   ST-CPD025 EQUAL "35"
                CLOSE CPD025       OPEN OUTPUT CPD025
                CLOSE CPD025       OPEN I-O CPD025.
           IF   ST-CPD025 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD025: " ST-CPD025
                MOVE 1 TO ERRO-W.
           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                PERFORM IMPRIME-LINHA
                GO TO PROCESSA-RETORNO-EXIT.

           MOVE SEQ-CAIXA-CP20  TO SEQ-CAIXA-SAL.
           MOVE PARCELA-CP20    TO PARCELA-SAL.
           MOVE VALOR-CP20      TO VALOR-TITULO-SAL.
           MOVE DATA-PGTO-CP20  TO DATA-PGTO-TITULO-SAL.
           MOVE ZEROS           TO DATA-INI-SAL DATA-FIM-SAL.
           CALL "CPP035V" USING PARAMETROS-CPP035V.
           IF   SALDO-SAL EQUAL ZEROS
                ADD 1 TO QTDE-NAO-LOCAL-W
                MOVE "TITULO JA PAGO" TO OCORRENCIA-REL
                PERFORM IMPRIME-LINHA
                GO TO PROCESSA-RETORNO-EXIT.

           PERFORM GRAVA-RAZAO-PAGAMENTO.

           IF   AMORTIZADO-W EQUAL SALDO-SAL
                MOVE DATA-PGTO-RET TO DATA-PGTO-CP20
                REWRITE REG-CPD020
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD020: " ST-CPD020
                        GO TO PROCESSA-RETORNO-EXIT
                END-REWRITE
                ADD 1 TO QTDE-PAGOS-W
                MOVE "PAGO E BAIXADO" TO OCORRENCIA-REL
           ELSE
                ADD 1 TO QTDE-PARCIAIS-W
                MOVE "PAGO PARCIAL" TO OCORRENCIA-REL.

           PERFORM LANCA-DEBITO-PAGAMENTO.
           ADD VALOR-PAGO-RET TO TOTAL-PAGO-W.
           PERFORM IMPRIME-LINHA.

       PROCESSA-RETORNO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-RAZAO-PAGAMENTO - o pagamento abate o saldo ate o
      *    limite dele; o banco pagando a mais (encargo do atraso)
      *    fica como juros da linha do razao.
      *----------------------------------------------------------------
       GRAVA-RAZAO-PAGAMENTO SECTION.
           MOVE ZEROS TO EXCESSO-W.
           IF   VALOR-PAGO-RET GREATER SALDO-SAL
                MOVE SALDO-SAL TO AMORTIZADO-W
                COMPUTE EXCESSO-W = VALOR-PAGO-RET - SALDO-SAL
           ELSE
                MOVE VALOR-PAGO-RET TO AMORTIZADO-W.

           MOVE SEQ-CAIXA-CP20      TO SEQ-CAIXA-CP25.
           MOVE PARCELA-CP20        TO PARCELA-CP25.
           COMPUTE SEQ-PGTO-CP25 = ULT-SEQ-PGTO-SAL + 1.
           MOVE DATA-PGTO-RET       TO DATA-PGTO-CP25.
           MOVE VALOR-PAGO-RET      TO VALOR-PAGO-CP25.
           MOVE ZEROS               TO VALOR-DESCONTO-CP25
                                       VALOR-MULTA-CP25.
           MOVE EXCESSO-W           TO VALOR-JUROS-CP25.
           MOVE AMORTIZADO-W        TO VALOR-AMORTIZADO-CP25.
           MOVE CONTA-CAIXA-PARM    TO CONTA-CAIXA-CP25.
           MOVE "CPP031"            TO ORIGEM-CP25.
           MOVE USUARIO-PARM        TO USUARIO-CP25.
           WRITE REG-CPD025
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD025: " ST-CPD025
           END-WRITE.

       GRAVA-RAZAO-PAGAMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-DEBITO-PAGAMENTO - o debito entra na conta de caixa
      *    informada com a conta reduzida do proprio titulo, que e'
      *    onde a despesa sempre foi classificada, e com o centro de
      *    custo do titulo (branco nos titulos antigos = 000).
      *----------------------------------------------------------------
       LANCA-DEBITO-PAGAMENTO SECTION.
           MOVE DATA-PGTO-RET     TO DATA-MOV-CX100.
           MOVE CODREDUZ-APUR-CP20 TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM  TO CONTA-CAIXA-CX100.
           IF   CENTRO-CUSTO-CP20 NUMERIC
                MOVE CENTRO-CUSTO-CP20 TO CENTRO-CUSTO-CX100
           ELSE
                MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
           WRITE REG-RELAT FROM LINRES1 AFTER 2.
           MOVE QTDE-PAGOS-W     TO QTDE2-RES.
           WRITE REG-RELAT FROM LINRES2.
           MOVE QTDE-PARCIAIS-W  TO QTDE6-RES.
           WRITE REG-RELAT FROM LINRES6.
           MOVE QTDE-NAO-LOCAL-W TO QTDE3-RES.
           WRITE REG-RELAT FROM LINRES3.
           MOVE QTDE-RECUSADOS-W TO QTDE4-RES.
           ADD 5 TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE CPD020 CPD024 CPD025 CXD100 RETORNO RELAT.

       END PROGRAM CPP031.
