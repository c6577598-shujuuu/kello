      *        O NOME (CGD001), O DETALHE CREDITO A CREDITO (DATA,
      *        DOCUMENTO, VALOR), O TOTAL CREDITADO E LIBERADO DO MES
      *        E O BLOCO DE ASSINATURA - O ANEXO PADRAO DO FECHAMENTO
      *        CCP112 PARA ENTREGAR JUNTO COM O PAGAMENTO. O DESCONTO
      *        DE ADIANTAMENTO DE VIAGEM (TIPO 2 - CCP124) APARECE NO
      *        DETALHE MARCADO, FORA DOS TOTAIS, COM TOTAL PROPRIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TEM-GRUPO-W           PIC 9        VALUE ZEROS.
           05  TOTAL-CREDITO-W       PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-LIBERADO-W      PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-DESCONTO-W      PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-RECIBOS-W        PIC 9(4)     VALUE ZEROS.
           COPY "PARAMETR".

           05  DOCTO-REL             PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  VALOR-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  OBS-REL               PIC X(24)   VALUE SPACES.

       01  LINTOT1.
           05  FILLER                PIC X(26)   VALUE
           05  FILLER                PIC X(26)   VALUE
               "TOTAL LIBERADO NO MES...: ".
           05  TOTAL-LIB-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(26)   VALUE
               "DESCONTO ADIANTAMENTO...: ".
           05  TOTAL-DESC-REL        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINASS1.
           05  FILLER                PIC X(90)   VALUE
           "DECLARO TER RECEBIDO A IMPORTANCIA ACIMA REFERENTE AOS
           MOVE DATA-MOVTO-CC110    TO DATA-REL.
           MOVE DOCTO-CC110         TO DOCTO-REL.
           MOVE VALOR-CREDITO-CC110 TO VALOR-REL.
      *    desconto de adiantamento (CCP124) nao e' credito do mes
           IF   TIPO-CC110 NUMERIC
           AND  TIPO-CC110 EQUAL 2
                MOVE "DESCONTO ADIANTAMENTO" TO OBS-REL
                WRITE REG-RELAT FROM LINDET
                MOVE SPACES TO OBS-REL
                ADD  VALOR-LIBERADO-CC110 TO TOTAL-DESCONTO-W
                GO TO LISTA-CREDITO-EXIT.
           WRITE REG-RELAT FROM LINDET.
           ADD  VALOR-CREDITO-CC110  TO TOTAL-CREDITO-W.
           ADD  VALOR-LIBERADO-CC110 TO TOTAL-LIBERADO-W.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           MOVE ZEROS TO TOTAL-CREDITO-W TOTAL-LIBERADO-W
                         TOTAL-DESCONTO-W.

       ABRE-RECIBO-EXIT. EXIT.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT1.
           WRITE REG-RELAT FROM LINTOT2.
           IF   TOTAL-DESCONTO-W GREATER ZEROS
                MOVE TOTAL-DESCONTO-W TO TOTAL-DESC-REL
                WRITE REG-RELAT FROM LINTOT3.
           WRITE REG-RELAT FROM LINASS1 AFTER 3.
           WRITE REG-RELAT FROM LINASS2 AFTER 3.

