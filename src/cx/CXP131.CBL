       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP131.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: SALDO DEVEDOR DOS EMPRESTIMOS E FINANCIAMENTOS NUMA
      *        DATA INFORMADA (ZERO = HOJE). PARA CADA CONTRATO DO
      *        CXD116 JA CONTRATADO NA DATA E NAO CANCELADO, LE AS
      *        PARCELAS DO CXD117 E MOSTRA: O SALDO PELO CRONOGRAMA
      *        (SALDO DEVEDOR DA ULTIMA PARCELA VENCIDA ATE A DATA), O
      *        PRINCIPAL AINDA NAO PAGO NA DATA (AMORTIZACAO DAS
      *        PARCELAS EM ABERTO OU PAGAS DEPOIS DELA) E AS PARCELAS
      *        VENCIDAS E NAO PAGAS ATE A DATA. CONTRATO JA QUITADO NA
      *        DATA NAO SAI. FECHA COM O TOTAL GERAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX116.

           COPY CXPX117.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW116.

           COPY CXPW117.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(100).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD116             PIC XX       VALUE SPACES.
           05  ST-CXD117             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CXD116            PIC 9        VALUE ZEROS.
              88  FIM-CXD116-TRUE       VALUE 1.
           05  FIM-CXD117            PIC 9        VALUE ZEROS.
              88  FIM-CXD117-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  DATA-BASE-PARM        PIC 9(8)     VALUE ZEROS.
           05  SALDO-CRONOGRAMA-W    PIC 9(9)V99  VALUE ZEROS.
           05  PRINCIPAL-ABERTO-W    PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-VENCIDAS-W       PIC 9(3)     VALUE ZEROS.
           05  VALOR-VENCIDO-W       PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-CONTRATOS-W      PIC 9(5)     VALUE ZEROS.
           05  TOTAL-CONTRATADO-W    PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-CRONOGRAMA-W    PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-ABERTO-W        PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-VENCIDAS-W      PIC 9(5)     VALUE ZEROS.
           05  TOTAL-VENCIDO-W       PIC 9(11)V99 VALUE ZEROS.
           COPY "PARAMETR".

       01  CAB01.
           05  EMPRESA-REL           PIC X(80)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(45)   VALUE
               "SALDO DEVEDOR DE EMPRESTIMOS E FINANCIAMENTOS".
           05  FILLER                PIC X(4)    VALUE " EM ".
           05  DATA-BASE-REL         PIC 9(8)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(100)  VALUE
           "NUMERO DESCRICAO            BCO     CONTRATADO SALDO CRONOGR
      -    ". PRINC NAO PAGO VEN  VALOR VENCIDO".

       01  LINDET.
           05  EMPREST-REL           PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-REL         PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CODBAN-REL            PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTRATADO-REL        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CRONOGRAMA-REL        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ABERTO-REL            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-VENCIDAS-REL     PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VENCIDO-REL           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER                PIC X(6)    VALUE "TOTAL ".
           05  QTDE-CONTRATOS-REL    PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(21)   VALUE
               " CONTRATO(S)".
           05  TOT-CONTRATADO-REL    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-CRONOGRAMA-REL    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-ABERTO-REL        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-VENCIDAS-REL      PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-VENCIDO-REL       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CABECALHO
                PERFORM TRATA-EMPRESTIMO UNTIL FIM-CXD116-TRUE
                PERFORM IMPRIME-TOTAIS
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

       ABRE-ARQUIVOS SECTION.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVOS-EXIT.

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "CXD116" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD116.
           MOVE "CXD117" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD117.
           CLOSE CONTROLE.

           OPEN INPUT CXD116 CXD117.
           IF   ST-CXD116 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD116: " ST-CXD116
                MOVE 1 TO ERRO-W.
           IF   ST-CXD117 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD117: " ST-CXD117
                MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "DATA BASE (AAAAMMDD, ZERO = HOJE)......: "
               WITH NO ADVANCING.
           ACCEPT DATA-BASE-PARM.
           IF   DATA-BASE-PARM EQUAL ZEROS
                ACCEPT DATA-BASE-PARM FROM DATE YYYYMMDD.
           MOVE DATA-BASE-PARM TO DATA-BASE-REL.

      *    registro 000000 e' o controle de numeracao do CXP129
           MOVE 1 TO NR-EMPREST-CX116.
           START CXD116 KEY IS NOT LESS NR-EMPREST-CX116
               INVALID KEY
                   MOVE 1 TO FIM-CXD116.

      *----------------------------------------------------------------
      *    TRATA-EMPRESTIMO - um contrato do CXD116: apura as parcelas
      *    na data base e imprime a linha se ainda havia principal a
      *    pagar.
      *----------------------------------------------------------------
       TRATA-EMPRESTIMO SECTION.
           READ CXD116 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD116
                   GO TO TRATA-EMPRESTIMO-EXIT.

           IF   SITUACAO-CX116 EQUAL 2
           OR   DATA-CONTRATO-CX116 GREATER DATA-BASE-PARM
                GO TO TRATA-EMPRESTIMO-EXIT.

           MOVE VALOR-CONTRATO-CX116 TO SALDO-CRONOGRAMA-W.
           MOVE ZEROS TO PRINCIPAL-ABERTO-W QTDE-VENCIDAS-W
                         VALOR-VENCIDO-W FIM-CXD117.
           MOVE NR-EMPREST-CX116 TO NR-EMPREST-CX117.
           MOVE ZEROS            TO PARCELA-CX117.
           START CXD117 KEY IS NOT LESS CHAVE-CX117
               INVALID KEY
                   MOVE 1 TO FIM-CXD117.
           PERFORM APURA-PARCELA UNTIL FIM-CXD117-TRUE.

           IF   PRINCIPAL-ABERTO-W EQUAL ZEROS
                GO TO TRATA-EMPRESTIMO-EXIT.

           ADD 1                    TO QTDE-CONTRATOS-W.
           ADD VALOR-CONTRATO-CX116 TO TOTAL-CONTRATADO-W.
           ADD SALDO-CRONOGRAMA-W   TO TOTAL-CRONOGRAMA-W.
           ADD PRINCIPAL-ABERTO-W   TO TOTAL-ABERTO-W.
           ADD QTDE-VENCIDAS-W      TO TOTAL-VENCIDAS-W.
           ADD VALOR-VENCIDO-W      TO TOTAL-VENCIDO-W.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NR-EMPREST-CX116     TO EMPREST-REL.
           MOVE DESCRICAO-CX116      TO DESCRICAO-REL.
           MOVE CODBAN-CX116         TO CODBAN-REL.
           MOVE VALOR-CONTRATO-CX116 TO CONTRATADO-REL.
           MOVE SALDO-CRONOGRAMA-W   TO CRONOGRAMA-REL.
           MOVE PRINCIPAL-ABERTO-W   TO ABERTO-REL.
           MOVE QTDE-VENCIDAS-W      TO QTDE-VENCIDAS-REL.
           MOVE VALOR-VENCIDO-W      TO VENCIDO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       TRATA-EMPRESTIMO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-PARCELA - parcela que vence ate a data base da o saldo
      *    do cronograma; parcela nao paga na data (em aberto ou paga
      *    depois) soma o principal a pagar e, se ja vencida, entra
      *    nas vencidas.
      *----------------------------------------------------------------
       APURA-PARCELA SECTION.
           READ CXD117 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD117
                   GO TO APURA-PARCELA-EXIT.
           IF   NR-EMPREST-CX117 NOT EQUAL NR-EMPREST-CX116
                MOVE 1 TO FIM-CXD117
                GO TO APURA-PARCELA-EXIT.
           IF   SITUACAO-CX117 EQUAL 2
                GO TO APURA-PARCELA-EXIT.

           IF   DATA-VCTO-CX117 NOT GREATER DATA-BASE-PARM
                MOVE SALDO-DEVEDOR-CX117 TO SALDO-CRONOGRAMA-W.

           IF   SITUACAO-CX117 EQUAL 1
           AND  DATA-PGTO-CX117 NOT GREATER DATA-BASE-PARM
                GO TO APURA-PARCELA-EXIT.

           ADD VALOR-AMORT-CX117 TO PRINCIPAL-ABERTO-W.
           IF   DATA-VCTO-CX117 LESS DATA-BASE-PARM
                ADD 1                     TO QTDE-VENCIDAS-W
                ADD VALOR-PRESTACAO-CX117 TO VALOR-VENCIDO-W.

       APURA-PARCELA-EXIT. EXIT.

       IMPRIME-TOTAIS SECTION.
           MOVE QTDE-CONTRATOS-W   TO QTDE-CONTRATOS-REL.
           MOVE TOTAL-CONTRATADO-W TO TOT-CONTRATADO-REL.
           MOVE TOTAL-CRONOGRAMA-W TO TOT-CRONOGRAMA-REL.
           MOVE TOTAL-ABERTO-W     TO TOT-ABERTO-REL.
           MOVE TOTAL-VENCIDAS-W   TO TOT-VENCIDAS-REL.
           MOVE TOTAL-VENCIDO-W    TO TOT-VENCIDO-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE CXD116 CXD117 RELAT.

       END PROGRAM CXP131.
