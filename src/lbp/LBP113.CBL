      *        LIMITE) DO ESTOQUE MINIMO, COM O FORNECEDOR RESOLVIDO
      *        EM CGD001 PARA A RECOMPRA, ANTES QUE O LABORATORIO
      *        PARE NO MEIO DE UMA TURMA.
      *        EM SEGUIDA LISTA OS LOTES (LBD041) AINDA COM SALDO JA
      *        VENCIDOS OU A VENCER NOS PROXIMOS 30 DIAS, PARA SEREM
      *        USADOS PRIMEIRO OU SEGREGADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LBPX030.

           COPY LBPX041.

           COPY CGPX001.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

           COPY LBPW030.

           COPY LBPW041.

           COPY CGPW001.

       FD  RELAT
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD030             PIC XX       VALUE SPACES.
           05  ST-LBD041             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-LBD030            PIC 9        VALUE ZEROS.
              88  FIM-LBD030-TRUE       VALUE 1.
           05  FIM-LBD041            PIC 9        VALUE ZEROS.
              88  FIM-LBD041-TRUE       VALUE 1.
           05  QTDE-LOTES-W          PIC 9(4)     VALUE ZEROS.
           05  DIAS-AVISO-W          PIC 9(3)     VALUE 30.
           05  DIAS-VENCER-W         PIC S9(5)    VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  SERIAL-HOJE-W         PIC S9(8)    VALUE ZEROS.
           05  SERIAL-W              PIC S9(8)    VALUE ZEROS.
           05  DATA-SERIAL-W         PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-SERIAL-W.
               10  ANO-SER-W         PIC 9(4).
               10  MES-SER-W         PIC 9(2).
               10  DIA-SER-W         PIC 9(2).
           05  ANO-CALC-W            PIC 9(4)     VALUE ZEROS.
           05  OFFSET-MES-W          PIC 9(3)     VALUE ZEROS.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  QTDE-ALERTAS-W        PIC 9(4)     VALUE ZEROS.
               "ITENS ABAIXO DO MINIMO.......: ".
           05  QTDE-TOT-REL          PIC ZZZ9    VALUE ZEROS.

       01  CABLOT.
           05  FILLER                PIC X(90)   VALUE
           "LOTES VENCIDOS OU A VENCER EM ATE 30 DIAS, COM SALDO".
       01  CABLOT2.
           05  FILLER                PIC X(90)   VALUE
           "ITEM DESCRICAO                 LOTE            VALIDADE
      -    "      SALDO  DIAS".

       01  LINLOT.
           05  ITEM-LOT-REL          PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCR-LOT-REL         PIC X(25)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LOTE-REL              PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALIDADE-REL          PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SALDO-LOT-REL         PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DIAS-REL              PIC -ZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-LOT-REL      PIC X(7)    VALUE SPACES.

       01  LINTOT2.
           05  FILLER                PIC X(31)   VALUE
               "LOTES VENCIDOS/A VENCER......: ".
           05  QTDE-LOT-REL          PIC ZZZ9    VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
                PERFORM CABECALHO
                PERFORM VERIFICA-ITEM UNTIL FIM-LBD030-TRUE
                PERFORM IMPRIME-RODAPE
                PERFORM VERIFICA-LOTES
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "LBD030" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "LBD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD041.
           CLOSE CONTROLE.

           OPEN INPUT LBD030 CGD001.
                MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.
      *    sem o arquivo de lotes o alerta de minimo sai do mesmo jeito
           OPEN INPUT LBD041.

       ABRE-ARQUIVOS-EXIT. EXIT.


       VERIFICA-ITEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-LOTES - lotes com saldo cuja validade ja passou
      *    ou cai dentro de DIAS-AVISO-W dias a partir de hoje.
      *----------------------------------------------------------------
       VERIFICA-LOTES SECTION.
           IF   ST-LBD041 NOT EQUAL "00"
                GO TO VERIFICA-LOTES-EXIT.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W TO DATA-SERIAL-W.
           PERFORM CALCULA-SERIAL.
           MOVE SERIAL-W TO SERIAL-HOJE-W.

           IF   LIN GREATER 50
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CABLOT AFTER 3.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CABLOT2.
           WRITE REG-RELAT FROM CAB03.
           ADD  6 TO LIN.

           MOVE ZEROS TO QTDE-LOTES-W FIM-LBD041.
           MOVE LOW-VALUES TO CHAVE-LB41.
           START LBD041 KEY IS NOT LESS CHAVE-LB41
               INVALID KEY
                   MOVE 1 TO FIM-LBD041
           END-START.
           PERFORM VERIFICA-LOTE UNTIL FIM-LBD041-TRUE.

           MOVE QTDE-LOTES-W TO QTDE-LOT-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT2.

       VERIFICA-LOTES-EXIT. EXIT.

       VERIFICA-LOTE SECTION.
           READ LBD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LBD041
                   GO TO VERIFICA-LOTE-EXIT.
           IF   SITUACAO-LB41 NOT EQUAL 0
           OR   SALDO-LB41 EQUAL ZEROS
           OR   VALIDADE-LB41 EQUAL ZEROS
                GO TO VERIFICA-LOTE-EXIT.
           MOVE VALIDADE-LB41 TO DATA-SERIAL-W.
           PERFORM CALCULA-SERIAL.
           COMPUTE DIAS-VENCER-W = SERIAL-W - SERIAL-HOJE-W.
           IF   DIAS-VENCER-W GREATER DIAS-AVISO-W
                GO TO VERIFICA-LOTE-EXIT.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           ADD  1 TO QTDE-LOTES-W.
           MOVE ITEM-LB41      TO ITEM-LOT-REL CODIGO-LB30.
           READ LBD030
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-LB30
           END-READ.
           MOVE DESCRICAO-LB30 TO DESCR-LOT-REL.
           MOVE LOTE-LB41      TO LOTE-REL.
           MOVE DIA-SER-W      TO DIA-DMA-W.
           MOVE MES-SER-W      TO MES-DMA-W.
           MOVE ANO-SER-W      TO ANO-DMA-W.
           MOVE DATA-DMA-R     TO VALIDADE-REL.
           MOVE SALDO-LB41     TO SALDO-LOT-REL.
           MOVE DIAS-VENCER-W  TO DIAS-REL.
           IF   DIAS-VENCER-W LESS ZEROS
                MOVE "VENCIDO" TO SITUACAO-LOT-REL
           ELSE
                MOVE SPACES    TO SITUACAO-LOT-REL.
           WRITE REG-RELAT FROM LINLOT.
           ADD  1 TO LIN.

       VERIFICA-LOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-SERIAL - dias corridos da data, em aritmetica pura
      *    (sem FUNCTION), no molde do COP060.
      *----------------------------------------------------------------
       CALCULA-SERIAL SECTION.
           COMPUTE ANO-CALC-W = ANO-SER-W - 1.
           COMPUTE SERIAL-W = ANO-SER-W * 365
                 + (ANO-CALC-W / 4) - (ANO-CALC-W / 100)
                 + (ANO-CALC-W / 400).
           EVALUATE MES-SER-W
               WHEN 1  MOVE 0   TO OFFSET-MES-W
               WHEN 2  MOVE 31  TO OFFSET-MES-W
               WHEN 3  MOVE 59  TO OFFSET-MES-W
               WHEN 4  MOVE 90  TO OFFSET-MES-W
               WHEN 5  MOVE 120 TO OFFSET-MES-W
               WHEN 6  MOVE 151 TO OFFSET-MES-W
               WHEN 7  MOVE 181 TO OFFSET-MES-W
               WHEN 8  MOVE 212 TO OFFSET-MES-W
               WHEN 9  MOVE 243 TO OFFSET-MES-W
               WHEN 10 MOVE 273 TO OFFSET-MES-W
               WHEN 11 MOVE 304 TO OFFSET-MES-W
               WHEN 12 MOVE 334 TO OFFSET-MES-W
           END-EVALUATE.
           ADD OFFSET-MES-W TO SERIAL-W.
           IF   MES-SER-W GREATER 2
                DIVIDE ANO-SER-W BY 4 GIVING ANO-CALC-W
                       REMAINDER OFFSET-MES-W
                IF   OFFSET-MES-W EQUAL ZEROS
                     DIVIDE ANO-SER-W BY 100 GIVING ANO-CALC-W
                            REMAINDER OFFSET-MES-W
                     IF   OFFSET-MES-W NOT EQUAL ZEROS
                          ADD 1 TO SERIAL-W
                     ELSE
                          DIVIDE ANO-SER-W BY 400 GIVING ANO-CALC-W
                                 REMAINDER OFFSET-MES-W
                          IF   OFFSET-MES-W EQUAL ZEROS
                               ADD 1 TO SERIAL-W
                          END-IF
                     END-IF
                END-IF
           END-IF.
           ADD DIA-SER-W TO SERIAL-W.

       CALCULA-SERIAL-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE LBD030 CGD001 RELAT.
           IF   ST-LBD041 EQUAL "00"
                CLOSE LBD041.

       END PROGRAM LBP113.
