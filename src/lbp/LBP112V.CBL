                      *   entao repetir a chamada para o mesmo        *
                      *   movimento (tela LBP103 e lote LBP112) nao   *
                      *   baixa duas vezes.                           *
                      *   A quantidade de cada saida e' tirada dos    *
                      *   lotes do item (LBD041) do mais antigo com   *
                      *   saldo para o mais novo (PEPS), com o        *
                      *   consumo de cada lote gravado em LBD042; o   *
                      *   que os lotes nao cobrem fica como consumo   *
                      *   "SEM LOTE".                                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.

           COPY LBPX031.

           COPY LBPX041.

           COPY LBPX042.

       DATA DIVISION.
       FILE SECTION.


           COPY LBPW031.

           COPY LBPW041.

           COPY LBPW042.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 ESTOQUE-OK               PIC  9(001) VALUE 0.
              88 ARQUIVOS-ESTOQUE-OK VALUE 1.
           05 LOTES-OK                 PIC  9(001) VALUE 0.
              88 ARQUIVOS-LOTES-OK   VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-LBD030                PIC  X(002) VALUE SPACES.
           05 ST-LBD031                PIC  X(002) VALUE SPACES.
           05 ST-LBD041                PIC  X(002) VALUE SPACES.
           05 ST-LBD042                PIC  X(002) VALUE SPACES.
           05 FIM-LBD030               PIC  9(001) VALUE 0.
              88 FIM-LBD030-TRUE   VALUE 1.
           05 FIM-LBD041               PIC  9(001) VALUE 0.
              88 FIM-LBD041-TRUE   VALUE 1.
           05 QTDE-CONSUMO-W           PIC  9(007)V99 VALUE ZEROS.
           05 QTDE-RESTANTE-W          PIC  9(007)V99 VALUE ZEROS.
           05 QTDE-LOTE-W              PIC  9(007)V99 VALUE ZEROS.
           05 ORDEM-LOTE-W             PIC  9(002)    VALUE ZEROS.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO QTDE-ITENS-BX
                   PERFORM 030-CONSOME-LOTES
           END-WRITE.

       020-99-FIM. EXIT.

      *****************************************************************
      *    030-CONSOME-LOTES - reparte o consumo do item pelos lotes  *
      *    com saldo, na ordem de entrada (a propria chave do LBD041),*
      *    uma linha de LBD042 por lote tocado; a sobra sem lote que  *
      *    a cubra fica registrada como "SEM LOTE".                   *
      *****************************************************************
       030-CONSOME-LOTES.

           IF   NOT ARQUIVOS-LOTES-OK
                GO TO 030-99-FIM.

           MOVE QTDE-CONSUMO-W TO QTDE-RESTANTE-W.
           MOVE ZEROS          TO ORDEM-LOTE-W.
           MOVE 0              TO FIM-LBD041.
           MOVE CODIGO-LB30    TO ITEM-LB41.
           MOVE ZEROS          TO DATA-ENTRADA-LB41 SEQ-ENTRADA-LB41.
           START LBD041 KEY IS NOT LESS CHAVE-LB41
               INVALID KEY
                   MOVE 1 TO FIM-LBD041
           END-START.

           PERFORM 040-CONSOME-UM-LOTE
                   UNTIL FIM-LBD041-TRUE
                      OR QTDE-RESTANTE-W EQUAL ZEROS.

           IF   QTDE-RESTANTE-W GREATER ZEROS
                MOVE ZEROS           TO DATA-LOTE-LB42 SEQ-LOTE-LB42
                MOVE "SEM LOTE"      TO LOTE-LB42
                MOVE QTDE-RESTANTE-W TO QTDE-LB42
                PERFORM 050-GRAVA-CONSUMO-LOTE.

       030-99-FIM. EXIT.

       040-CONSOME-UM-LOTE.

           READ LBD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LBD041
                   GO TO 040-99-FIM.

           IF   ITEM-LB41 NOT EQUAL CODIGO-LB30
                MOVE 1 TO FIM-LBD041
                GO TO 040-99-FIM.

           IF   SITUACAO-LB41 NOT EQUAL 0
           OR   SALDO-LB41 EQUAL ZEROS
                GO TO 040-99-FIM.

           IF   SALDO-LB41 LESS QTDE-RESTANTE-W
                MOVE SALDO-LB41      TO QTDE-LOTE-W
           ELSE
                MOVE QTDE-RESTANTE-W TO QTDE-LOTE-W.
           SUBTRACT QTDE-LOTE-W FROM SALDO-LB41 QTDE-RESTANTE-W.
           IF   SALDO-LB41 EQUAL ZEROS
                MOVE 1 TO SITUACAO-LB41.
           REWRITE REG-LBD041
               INVALID KEY CONTINUE
           END-REWRITE.

           MOVE DATA-ENTRADA-LB41 TO DATA-LOTE-LB42.
           MOVE SEQ-ENTRADA-LB41  TO SEQ-LOTE-LB42.
           MOVE LOTE-LB41         TO LOTE-LB42.
           MOVE QTDE-LOTE-W       TO QTDE-LB42.
           PERFORM 050-GRAVA-CONSUMO-LOTE.

       040-99-FIM. EXIT.

       050-GRAVA-CONSUMO-LOTE.

           ADD  1               TO ORDEM-LOTE-W.
           MOVE DATA-MOVTO-BX   TO DATA-MOVTO-LB42.
           MOVE SEQ-MOVTO-BX    TO SEQ-MOVTO-LB42.
           MOVE CODIGO-LB30     TO ITEM-LB42.
           MOVE ORDEM-LOTE-W    TO ORDEM-LB42.
           WRITE REG-LBD042
               INVALID KEY CONTINUE
           END-WRITE.

       050-99-FIM. EXIT.

      *****************************************************************
      *    005-ABRIR-ESTOQUE - ABRE LBD030/LBD031 I-O; CRIA OS        *
      *    ARQUIVOS NA PRIMEIRA UTILIZACAO. SE NAO ABRIREM, A BAIXA   *
           MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "LBD031" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LBD031.
           MOVE "LBD041" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LBD041.
           MOVE "LBD042" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LBD042.
           CLOSE CONTROLE.

           OPEN I-O LBD030.
           AND  ST-LBD031 EQUAL "00"
                MOVE 1 TO ESTOQUE-OK.

      *    sem os arquivos de lote a baixa continua, so' sem rastreio
           OPEN I-O LBD041.
           IF   ST-LBD041 EQUAL "35"
                OPEN OUTPUT LBD041
                CLOSE LBD041
                OPEN I-O LBD041.
           OPEN I-O LBD042.
           IF   ST-LBD042 EQUAL "35"
                OPEN OUTPUT LBD042
                CLOSE LBD042
                OPEN I-O LBD042.
           IF   ST-LBD041 EQUAL "00"
           AND  ST-LBD042 EQUAL "00"
                MOVE 1 TO LOTES-OK.

       005-99-FIM. EXIT.

       END PROGRAM LBP112V.
