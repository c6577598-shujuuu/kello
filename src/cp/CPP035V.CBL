       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPP035V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Saldo em aberto de um titulo de CPD020 pelo *
                      *   razao de pagamentos parciais (CPD025 - ver  *
                      *   CPP034), chamada pelo aging CPP021, pelo    *
                      *   relatorio de pagamentos CPP022, pela        *
                      *   remessa CPP030, pelo retorno CPP031 e pela  *
                      *   projecao CXP107 no lugar de VALOR-CP20.     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX025.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW025.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CPD025-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CPD025-OK VALUE 1.
           05 FIM-CPD025               PIC  9(001) VALUE 0.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CPD025                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-CPP035V.
           05 SEQ-CAIXA-SAL               PIC  9(006).
           05 PARCELA-SAL                 PIC  9(002).
           05 VALOR-TITULO-SAL            PIC  9(008)V99.
           05 DATA-PGTO-TITULO-SAL        PIC  9(008).
      *    VALOR-TITULO-SAL/DATA-PGTO-TITULO-SAL = VALOR-CP20 e
      *    DATA-PGTO-CP20 do titulo ja lido por quem chama
           05 DATA-INI-SAL                PIC  9(008).
           05 DATA-FIM-SAL                PIC  9(008).
      *    DATA-INI-SAL/DATA-FIM-SAL = periodo para PAGO-PERIODO-SAL
      *    (zeros = nao apura periodo)
           05 CPP035V-RETORNO             PIC  X(002).
      *    CPP035V-RETORNO = "00" titulo em aberto (SALDO-SAL > 0)
      *                      "01" titulo quitado (saldo zero)
      *                      "99" CPD025 nao implantado: saldo e' o
      *                      valor cheio do titulo nao pago, como
      *                      sempre foi
           05 SALDO-SAL                   PIC  9(008)V99.
           05 TOTAL-AMORTIZADO-SAL        PIC  9(009)V99.
           05 TOTAL-PAGO-SAL              PIC  9(009)V99.
           05 QTDE-PGTOS-SAL              PIC  9(003).
           05 ULT-SEQ-PGTO-SAL            PIC  9(003).
           05 DATA-ULT-PGTO-SAL           PIC  9(008).
           05 PAGO-PERIODO-SAL            PIC  9(009)V99.
           05 QTDE-PERIODO-SAL            PIC  9(003).
      *    PAGO-PERIODO-SAL/QTDE-PERIODO-SAL = valor pago (caixa) e
      *    numero de pagamentos com data dentro do periodo

       PROCEDURE DIVISION USING PARAMETROS-CPP035V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CPD025
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE ZEROS TO TOTAL-AMORTIZADO-SAL TOTAL-PAGO-SAL
                         QTDE-PGTOS-SAL ULT-SEQ-PGTO-SAL
                         DATA-ULT-PGTO-SAL PAGO-PERIODO-SAL
                         QTDE-PERIODO-SAL.

           IF   NOT ARQUIVO-CPD025-OK
                MOVE "99" TO CPP035V-RETORNO
                IF   DATA-PGTO-TITULO-SAL EQUAL ZEROS
                     MOVE VALOR-TITULO-SAL TO SALDO-SAL
                ELSE
                     MOVE ZEROS            TO SALDO-SAL
                END-IF
                GO TO 010-99-FIM.

           MOVE 0 TO FIM-CPD025.
           MOVE SEQ-CAIXA-SAL TO SEQ-CAIXA-CP25.
           MOVE PARCELA-SAL   TO PARCELA-CP25.
           MOVE ZEROS         TO SEQ-PGTO-CP25.
           START CPD025 KEY IS NOT LESS CHAVE-CP25
               INVALID KEY
                   MOVE 1 TO FIM-CPD025
           END-START.
           PERFORM 020-SOMA-PAGAMENTO THRU 020-99-FIM
                   UNTIL FIM-CPD025 EQUAL 1.

      *    titulo com DATA-PGTO-CP20 esta quitado, tenha ou nao
      *    linhas no razao (os pagos antes do razao nao tem)
           IF   DATA-PGTO-TITULO-SAL NOT EQUAL ZEROS
           OR   TOTAL-AMORTIZADO-SAL NOT LESS VALOR-TITULO-SAL
                MOVE ZEROS TO SALDO-SAL
                MOVE "01"  TO CPP035V-RETORNO
           ELSE
                COMPUTE SALDO-SAL =
                        VALOR-TITULO-SAL - TOTAL-AMORTIZADO-SAL
                MOVE "00"  TO CPP035V-RETORNO.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CPD025 - ABRE O RAZAO DE PAGAMENTOS SO PARA      *
      *    LEITURA; SEM ELE A ROTINA DEVOLVE "99" - QUEM CRIA O       *
      *    ARQUIVO SAO O CPP034 E O CPP031.                           *
      *****************************************************************
       005-ABRIR-CPD025.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CPD025" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CPD025.
           CLOSE CONTROLE.

           OPEN INPUT CPD025.
           IF   ST-CPD025 EQUAL "00"
                MOVE 1 TO CPD025-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    020-SOMA-PAGAMENTO - UMA LINHA DO RAZAO DO TITULO; A       *
      *    LEITURA PARA NO PRIMEIRO REGISTRO DE OUTRO TITULO.         *
      *****************************************************************
       020-SOMA-PAGAMENTO.

           READ CPD025 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD025
                   GO TO 020-99-FIM
           END-READ.

           IF   SEQ-CAIXA-CP25 NOT EQUAL SEQ-CAIXA-SAL
           OR   PARCELA-CP25   NOT EQUAL PARCELA-SAL
                MOVE 1 TO FIM-CPD025
                GO TO 020-99-FIM.

           ADD VALOR-AMORTIZADO-CP25 TO TOTAL-AMORTIZADO-SAL.
           ADD VALOR-PAGO-CP25       TO TOTAL-PAGO-SAL.
           ADD 1                     TO QTDE-PGTOS-SAL.
           MOVE SEQ-PGTO-CP25        TO ULT-SEQ-PGTO-SAL.
           IF   DATA-PGTO-CP25 GREATER DATA-ULT-PGTO-SAL
                MOVE DATA-PGTO-CP25  TO DATA-ULT-PGTO-SAL.

           IF   DATA-FIM-SAL NOT EQUAL ZEROS
           AND  DATA-PGTO-CP25 NOT LESS DATA-INI-SAL
           AND  DATA-PGTO-CP25 NOT GREATER DATA-FIM-SAL
                ADD VALOR-PAGO-CP25  TO PAGO-PERIODO-SAL
                ADD 1                TO QTDE-PERIODO-SAL.

       020-99-FIM. EXIT.

       END PROGRAM CPP035V.
