       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTP007.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RAZAO DOS BENS DO IMOBILIZADO. PARA UM BEM OU PARA
      *        TODOS (CODIGO 000000), IMPRIME O CADASTRO (CTD003) E OS
      *        MOVIMENTOS DO RAZAO (CTD004) - AQUISICAO, DEPRECIACOES
      *        DO CTP006 E BAIXA DO CTP005V - COM O VALOR CONTABIL
      *        DEPOIS DE CADA UM; NO FIM, TOTAIS DE CUSTO, DEPRECIACAO
      *        ACUMULADA, VALOR CONTABIL DOS BENS NAO BAIXADOS E
      *        RESULTADO DAS BAIXAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CTPX003.

           COPY CTPX004.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CTPW003.

           COPY CTPW004.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CTD003             PIC XX       VALUE SPACES.
           05  ST-CTD004             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CTD003            PIC 9        VALUE ZEROS.
              88  FIM-CTD003-TRUE       VALUE 1.
           05  FIM-CTD004            PIC 9        VALUE ZEROS.
              88  FIM-CTD004-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  CODIGO-PARM           PIC 9(6)     VALUE ZEROS.
           05  TOTAL-CUSTO-W         PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-DEPREC-W        PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-CONTABIL-W      PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-RESULTADO-W     PIC S9(11)V99 VALUE ZEROS.
           05  QTDE-BENS-W           PIC 9(5)     VALUE ZEROS.
           COPY "PARAMETR".

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(90)   VALUE
           "RAZAO DOS BENS DO ATIVO IMOBILIZADO".
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(24)   VALUE
           "   MES    MOV DATA".
           05  FILLER                PIC X(15)   VALUE
           "          VALOR".
           05  FILLER                PIC X(16)   VALUE
           "  VENDA/RESULT.".
           05  FILLER                PIC X(15)   VALUE
           "  VALOR CONTAB.".
           05  FILLER                PIC X(20)   VALUE
           " LCTO CXD100".

       01  LINBEM.
           05  CODIGO-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  DESCRICAO-REL         PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X       VALUE SPACES.
           05  ORIGEM-REL            PIC X       VALUE SPACES.
           05  FILLER                PIC X       VALUE SPACES.
           05  REFERENCIA-REL        PIC X(6)    VALUE SPACES.
           05  FILLER                PIC X(6)    VALUE " VIDA ".
           05  VIDA-REL              PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE " CONTA ".
           05  CONTA-REL             PIC 9(5)    VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE " CC ".
           05  CENTRO-REL            PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  SITUACAO-REL          PIC X(15)   VALUE SPACES.

       01  LINDET.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  MESANO-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  TIPO-MOV-REL          PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DATA-MOV-REL          PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  VALOR-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RESULTADO-REL         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTABIL-REL          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-CX-REL           PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "-".
           05  SEQ-CX-REL            PIC 9(6)    VALUE ZEROS.

       01  LINTOT.
           05  DESC-TOT-REL          PIC X(40)   VALUE SPACES.
           05  VALOR-TOT-REL         PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CABECALHO
                PERFORM IMPRIME-BEM UNTIL FIM-CTD003-TRUE
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
           MOVE "CTD003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD003.
           MOVE "CTD004" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD004.
           CLOSE CONTROLE.

           OPEN INPUT CTD003 CTD004.
           IF   ST-CTD003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD003: " ST-CTD003
                MOVE 1 TO ERRO-W.
           IF   ST-CTD004 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD004: " ST-CTD004
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "CODIGO DO BEM (000000 = TODOS).........: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           MOVE CODIGO-PARM TO CODIGO-BEM-CT03.
           START CTD003 KEY IS NOT LESS CODIGO-BEM-CT03
               INVALID KEY
                   MOVE 1 TO FIM-CTD003.

      *----------------------------------------------------------------
      *    IMPRIME-BEM - cadastro do bem seguido dos movimentos do
      *    razao, em ordem de mes (chave do CTD004).
      *----------------------------------------------------------------
       IMPRIME-BEM SECTION.
           READ CTD003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CTD003
                   GO TO IMPRIME-BEM-EXIT.
           IF   CODIGO-PARM NOT EQUAL ZEROS
           AND  CODIGO-BEM-CT03 NOT EQUAL CODIGO-PARM
                MOVE 1 TO FIM-CTD003
                GO TO IMPRIME-BEM-EXIT.

           IF   LIN GREATER 52
                PERFORM CABECALHO.
           MOVE CODIGO-BEM-CT03   TO CODIGO-REL.
           MOVE DESCRICAO-CT03    TO DESCRICAO-REL.
           MOVE ORIGEM-CT03       TO ORIGEM-REL.
           MOVE REFERENCIA-CT03   TO REFERENCIA-REL.
           MOVE VIDA-UTIL-CT03    TO VIDA-REL.
           MOVE CONTA-REDUZ-CT03  TO CONTA-REL.
           MOVE CENTRO-CUSTO-CT03 TO CENTRO-REL.
           EVALUATE SITUACAO-CT03
               WHEN 0     MOVE "EM USO"          TO SITUACAO-REL
               WHEN 1     MOVE "DEPRECIADO"      TO SITUACAO-REL
               WHEN 2     MOVE "BAIXADO"         TO SITUACAO-REL
               WHEN OTHER MOVE SPACES            TO SITUACAO-REL
           END-EVALUATE.
           WRITE REG-RELAT FROM LINBEM AFTER 2.
           ADD  2 TO LIN.

           ADD  1 TO QTDE-BENS-W.
           ADD  CUSTO-CT03 TO TOTAL-CUSTO-W.
           IF   SITUACAO-CT03 EQUAL 2
                ADD RESULTADO-BAIXA-CT03 TO TOTAL-RESULTADO-W
           ELSE
                ADD DEPREC-ACUM-CT03 TO TOTAL-DEPREC-W
                COMPUTE TOTAL-CONTABIL-W = TOTAL-CONTABIL-W
                                + CUSTO-CT03 - DEPREC-ACUM-CT03.

           MOVE CODIGO-BEM-CT03 TO CODIGO-BEM-CT04.
           MOVE ZEROS           TO MESANO-CT04.
           MOVE SPACES          TO TIPO-MOV-CT04.
           MOVE ZEROS           TO FIM-CTD004.
           START CTD004 KEY IS NOT LESS CHAVE-CT04
               INVALID KEY
                   MOVE 1 TO FIM-CTD004.
           PERFORM IMPRIME-MOVIMENTO UNTIL FIM-CTD004-TRUE.

       IMPRIME-BEM-EXIT. EXIT.

       IMPRIME-MOVIMENTO SECTION.
           READ CTD004 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CTD004
                   GO TO IMPRIME-MOVIMENTO-EXIT.
           IF   CODIGO-BEM-CT04 NOT EQUAL CODIGO-BEM-CT03
                MOVE 1 TO FIM-CTD004
                GO TO IMPRIME-MOVIMENTO-EXIT.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE MESANO-CT04         TO MESANO-REL.
           MOVE TIPO-MOV-CT04       TO TIPO-MOV-REL.
           MOVE DATA-MOV-CT04       TO DATA-MOV-REL.
           MOVE VALOR-CT04          TO VALOR-REL.
           IF   TIPO-MOV-CT04 EQUAL "B"
                MOVE RESULTADO-CT04 TO RESULTADO-REL
           ELSE
                MOVE ZEROS          TO RESULTADO-REL.
           MOVE SALDO-CONTABIL-CT04 TO CONTABIL-REL.
           MOVE DATA-CX100-CT04     TO DATA-CX-REL.
           MOVE SEQ-CX100-CT04      TO SEQ-CX-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

       IMPRIME-MOVIMENTO-EXIT. EXIT.

       IMPRIME-TOTAIS SECTION.
           IF   LIN GREATER 50
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "BENS LISTADOS"                   TO DESC-TOT-REL.
           MOVE QTDE-BENS-W                       TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "CUSTO TOTAL"                     TO DESC-TOT-REL.
           MOVE TOTAL-CUSTO-W                     TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "DEPRECIACAO ACUMULADA (EM USO)"  TO DESC-TOT-REL.
           MOVE TOTAL-DEPREC-W                    TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "VALOR CONTABIL (EM USO)"         TO DESC-TOT-REL.
           MOVE TOTAL-CONTABIL-W                  TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "RESULTADO DAS BAIXAS"            TO DESC-TOT-REL.
           MOVE TOTAL-RESULTADO-W                 TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           ADD  7 TO LIN.

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
           CLOSE CTD003 CTD004 RELAT.

       END PROGRAM CTP007.
