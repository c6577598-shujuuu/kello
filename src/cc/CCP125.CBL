       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCP125.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: ADIANTAMENTOS DE VIAGEM PENDENTES DE PRESTACAO DE
      *        CONTAS (CCD116 - VER CCP124). LISTA, POR PRESTADOR, OS
      *        ADIANTAMENTOS AINDA ABERTOS CUJO EVENTO JA PASSOU HA
      *        MAIS DIAS QUE O PRAZO INFORMADO, COM O ADIANTADO, O JA
      *        COMPROVADO E O SALDO A COMPROVAR, SUBTOTAL POR
      *        PRESTADOR E TOTAL GERAL - PARA A COBRANCA DOS
      *        COMPROVANTES ANTES DO FECHAMENTO DA FOLHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CCPX116.

           COPY CGPX001.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CCPW116.

           COPY CGPW001.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CCD116             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CCD116            PIC 9        VALUE ZEROS.
              88  FIM-CCD116-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  PRAZO-PARM            PIC 9(3)     VALUE ZEROS.
           05  DATA-BASE-PARM        PIC 9(8)     VALUE ZEROS.
           05  DIA-BASE-ABS-W        PIC 9(8)     VALUE ZEROS.
           05  DIAS-EVENTO-W         PIC S9(8)    VALUE ZEROS.
           05  CODIGO-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  SALDO-W               PIC S9(8)V99 VALUE ZEROS.
           05  QTDE-PRESTADOR-W      PIC 9(4)     VALUE ZEROS.
           05  SUB-ADIANTADO-W       PIC 9(9)V99  VALUE ZEROS.
           05  SUB-COMPROVADO-W      PIC 9(9)V99  VALUE ZEROS.
           05  SUB-SALDO-W           PIC S9(9)V99 VALUE ZEROS.
           05  TOT-ADIANTADO-W       PIC 9(9)V99  VALUE ZEROS.
           05  TOT-COMPROVADO-W      PIC 9(9)V99  VALUE ZEROS.
           05  TOT-SALDO-W           PIC S9(9)V99 VALUE ZEROS.
           05  QTDE-PENDENTES-W      PIC 9(5)     VALUE ZEROS.
           05  DIA-ABSOLUTO-W        PIC 9(8)     VALUE ZEROS.
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DATA-CONTA-W          PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-CONTA-W.
               10  ANO-CONTA-W       PIC 9(4).
               10  MES-CONTA-W       PIC 9(2).
               10  DIA-CONTA-W       PIC 9(2).
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(44)   VALUE
           "ADIANTAMENTOS DE VIAGEM SEM PRESTACAO EM".
           05  DATA-BASE-REL         PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE " - PRAZO: ".
           05  PRAZO-REL             PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(5)    VALUE " DIAS".
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(45)   VALUE
           "NUMERO EVENTO   DIAS ADIANT.      ADIANTADO  ".
           05  FILLER                PIC X(45)   VALUE
           "  COMPROVADO    A COMPROVAR".
       01  LINPRE.
           05  FILLER                PIC X(10)   VALUE "PRESTADOR ".
           05  CODIGO-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-REL              PIC X(40)   VALUE SPACES.

       01  LINDET.
           05  NUMERO-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-EVENTO-REL       PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DIAS-REL              PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-ADIANT-REL       PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ADIANTADO-REL         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  COMPROVADO-REL        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SALDO-REL             PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  LINSUB.
           05  FILLER                PIC X(11)   VALUE SPACES.
           05  TEXTO-SUB-REL         PIC X(18)   VALUE SPACES.
           05  ADIANTADO-SUB-REL     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  COMPROVADO-SUB-REL    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  SALDO-SUB-REL         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CABECALHO
                PERFORM VERIFICA-ADIANTAMENTO UNTIL FIM-CCD116-TRUE
                PERFORM FECHA-PRESTADOR
                PERFORM IMPRIME-TOTAL-GERAL
                DISPLAY "ADIANTAMENTOS PENDENTES: " QTDE-PENDENTES-W
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
           MOVE "CCD116" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD116.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           CLOSE CONTROLE.

           OPEN INPUT CCD116.
           IF   ST-CCD116 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD116: " ST-CCD116
                DISPLAY "NENHUM ADIANTAMENTO LANCADO - VER CCP124."
                MOVE 1 TO ERRO-W.
           OPEN INPUT CGD001.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "PRAZO DE PRESTACAO APOS O EVENTO (DIAS): "
               WITH NO ADVANCING.
           ACCEPT PRAZO-PARM.
           DISPLAY "DATA BASE (AAAAMMDD, 0=HOJE)..........: "
               WITH NO ADVANCING.
           ACCEPT DATA-BASE-PARM.
           IF   DATA-BASE-PARM EQUAL ZEROS
                ACCEPT DATA-BASE-PARM FROM DATE YYYYMMDD.
           MOVE DATA-BASE-PARM TO DATA-BASE-REL.
           MOVE PRAZO-PARM     TO PRAZO-REL.
           MOVE DATA-BASE-PARM TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W TO DIA-BASE-ABS-W.

           MOVE ZEROS TO CODIGO-CC116 NUMERO-CC116.
           START CCD116 KEY IS NOT LESS ALT-CC116
               INVALID KEY
                   MOVE 1 TO FIM-CCD116.

      *----------------------------------------------------------------
      *    VERIFICA-ADIANTAMENTO - le pelo ALT-CC116 (prestador +
      *    numero) e lista o aberto com evento ha mais que o prazo.
      *----------------------------------------------------------------
       VERIFICA-ADIANTAMENTO SECTION.
           READ CCD116 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CCD116
                   GO TO VERIFICA-ADIANTAMENTO-EXIT.
           IF   SITUACAO-CC116 NOT EQUAL 0
                GO TO VERIFICA-ADIANTAMENTO-EXIT.

           MOVE DATA-EVENTO-CC116 TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           COMPUTE DIAS-EVENTO-W = DIA-BASE-ABS-W - DIA-ABSOLUTO-W.
           IF   DIAS-EVENTO-W NOT GREATER PRAZO-PARM
                GO TO VERIFICA-ADIANTAMENTO-EXIT.

           IF   CODIGO-CC116 NOT EQUAL CODIGO-ANT-W
                PERFORM FECHA-PRESTADOR
                PERFORM ABRE-PRESTADOR.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           COMPUTE SALDO-W = VALOR-ADIANT-CC116
                           - TOTAL-COMPROVADO-CC116.
           MOVE NUMERO-CC116           TO NUMERO-REL.
           MOVE DATA-EVENTO-CC116      TO DATA-EVENTO-REL.
           MOVE DIAS-EVENTO-W          TO DIAS-REL.
           MOVE DATA-ADIANT-CC116      TO DATA-ADIANT-REL.
           MOVE VALOR-ADIANT-CC116     TO ADIANTADO-REL.
           MOVE TOTAL-COMPROVADO-CC116 TO COMPROVADO-REL.
           MOVE SALDO-W                TO SALDO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN QTDE-PRESTADOR-W QTDE-PENDENTES-W.
           ADD  VALOR-ADIANT-CC116     TO SUB-ADIANTADO-W.
           ADD  TOTAL-COMPROVADO-CC116 TO SUB-COMPROVADO-W.
           ADD  SALDO-W                TO SUB-SALDO-W.

       VERIFICA-ADIANTAMENTO-EXIT. EXIT.

       ABRE-PRESTADOR SECTION.
           MOVE CODIGO-CC116 TO CODIGO-ANT-W CODIGO-CG01 CODIGO-REL.
           READ CGD001
               INVALID KEY MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01 TO NOME-REL.
           IF   LIN GREATER 54
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINPRE AFTER 2.
           ADD  2 TO LIN.

       FECHA-PRESTADOR SECTION.
           IF   QTDE-PRESTADOR-W EQUAL ZEROS
                GO TO FECHA-PRESTADOR-EXIT.
           MOVE "TOTAL PRESTADOR"  TO TEXTO-SUB-REL.
           MOVE SUB-ADIANTADO-W    TO ADIANTADO-SUB-REL.
           MOVE SUB-COMPROVADO-W   TO COMPROVADO-SUB-REL.
           MOVE SUB-SALDO-W        TO SALDO-SUB-REL.
           WRITE REG-RELAT FROM LINSUB.
           ADD  1 TO LIN.
           ADD  SUB-ADIANTADO-W    TO TOT-ADIANTADO-W.
           ADD  SUB-COMPROVADO-W   TO TOT-COMPROVADO-W.
           ADD  SUB-SALDO-W        TO TOT-SALDO-W.
           MOVE ZEROS TO QTDE-PRESTADOR-W SUB-ADIANTADO-W
                         SUB-COMPROVADO-W SUB-SALDO-W.

       FECHA-PRESTADOR-EXIT. EXIT.

       IMPRIME-TOTAL-GERAL SECTION.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "TOTAL GERAL"      TO TEXTO-SUB-REL.
           MOVE TOT-ADIANTADO-W    TO ADIANTADO-SUB-REL.
           MOVE TOT-COMPROVADO-W   TO COMPROVADO-SUB-REL.
           MOVE TOT-SALDO-W        TO SALDO-SUB-REL.
           WRITE REG-RELAT FROM LINSUB.

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

      *----------------------------------------------------------------
      *    CALCULA-DIA-ABSOLUTO - recebe AAAAMMDD em DIA-ABSOLUTO-W e
      *    devolve ali o numero de dias desde 01/01/0001, contando os
      *    bissextos, como no COP090
      *----------------------------------------------------------------
       CALCULA-DIA-ABSOLUTO SECTION.
           MOVE DIA-ABSOLUTO-W TO DATA-CONTA-W.
           IF   MES-CONTA-W LESS 1 OR MES-CONTA-W GREATER 12
           OR   ANO-CONTA-W EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO-W
                GO TO CALCULA-DIA-ABSOLUTO-EXIT.
           PERFORM DETERMINA-BISSEXTO.

           EVALUATE MES-CONTA-W
               WHEN 1  MOVE 0   TO DIAS-ACUM-MES-W
               WHEN 2  MOVE 31  TO DIAS-ACUM-MES-W
               WHEN 3  MOVE 59  TO DIAS-ACUM-MES-W
               WHEN 4  MOVE 90  TO DIAS-ACUM-MES-W
               WHEN 5  MOVE 120 TO DIAS-ACUM-MES-W
               WHEN 6  MOVE 151 TO DIAS-ACUM-MES-W
               WHEN 7  MOVE 181 TO DIAS-ACUM-MES-W
               WHEN 8  MOVE 212 TO DIAS-ACUM-MES-W
               WHEN 9  MOVE 243 TO DIAS-ACUM-MES-W
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES-W
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES-W
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES-W
           END-EVALUATE.
           IF   MES-CONTA-W GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES-W.

           COMPUTE ANOS-COMPLETOS-W = ANO-CONTA-W - 1.
           COMPUTE DIA-ABSOLUTO-W = ANOS-COMPLETOS-W * 365
                                  + DIAS-ACUM-MES-W + DIA-CONTA-W.
           DIVIDE ANOS-COMPLETOS-W BY 4   GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 100 GIVING QUOC-BISSEXTO-W.
           SUBTRACT QUOC-BISSEXTO-W FROM DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 400 GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.

       CALCULA-DIA-ABSOLUTO-EXIT. EXIT.

       DETERMINA-BISSEXTO SECTION.
           DIVIDE ANO-CONTA-W BY 4   GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-4-W.
           DIVIDE ANO-CONTA-W BY 100 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-100-W.
           DIVIDE ANO-CONTA-W BY 400 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

       DETERMINA-BISSEXTO-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE CCD116 CGD001 RELAT.

       END PROGRAM CCP125.
