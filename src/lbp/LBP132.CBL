       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP132.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RASTREIO DE LOTES DE INSUMOS DO LABORATORIO. A OPCAO L
      *        PARTE DE UM LOTE (ITEM + NUMERO DO LOTE NO LBD041) E
      *        LISTA CADA MOVIMENTO DE AMPLIACAO (LBD103) QUE O
      *        CONSUMIU, COM O ALBUM, O FUNCIONARIO, A IMPRESSORA E A
      *        QUANTIDADE; A OPCAO A PARTE DE UM ALBUM (NUMA FAIXA DE
      *        DATAS) E LISTA OS LOTES USADOS EM CADA MOVIMENTO DELE.
      *        O ELO E' O LBD042, GRAVADO PELA BAIXA LBP112V.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LBPX030.

           COPY LBPX041.

           COPY LBPX042.

           COPY LBPX103.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LBPW030.

           COPY LBPW041.

           COPY LBPW042.

           COPY LBPW103.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD030             PIC XX       VALUE SPACES.
           05  ST-LBD041             PIC XX       VALUE SPACES.
           05  ST-LBD042             PIC XX       VALUE SPACES.
           05  ST-LBD103             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-LOTES-W           PIC 9        VALUE ZEROS.
              88  FIM-LOTES-TRUE        VALUE 1.
           05  FIM-CONSUMO-W         PIC 9        VALUE ZEROS.
              88  FIM-CONSUMO-TRUE      VALUE 1.
           05  FIM-MOVTO-W           PIC 9        VALUE ZEROS.
              88  FIM-MOVTO-TRUE        VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  ITEM-PARM             PIC X(4)     VALUE SPACES.
           05  LOTE-PARM             PIC X(15)    VALUE SPACES.
           05  ALBUM-PARM            PIC 9(8)     VALUE ZEROS.
           05  DATA-INIC-PARM        PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  DATA-LOTE-W           PIC 9(8)     VALUE ZEROS.
           05  SEQ-LOTE-W            PIC 9(4)     VALUE ZEROS.
           05  DATA-MOVTO-W          PIC 9(8)     VALUE ZEROS.
           05  SEQ-MOVTO-W           PIC 9(4)     VALUE ZEROS.
           05  QTDE-LINHAS-W         PIC 9(6)     VALUE ZEROS.
           05  QTDE-LOTES-ACHADOS-W  PIC 9(4)     VALUE ZEROS.
           05  TOTAL-CONSUMO-W       PIC 9(9)V99  VALUE ZEROS.
           05  DATA-AUX-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  TITULO-REL            PIC X(90)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "DATA MOVTO SEQ ALBUM    FUNC.  IP ITEM LOTE            VALI
      -    "DADE       QTDE USADA".

       01  LINDET.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-REL               PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ALBUM-REL             PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FUNCIONARIO-REL       PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  IMPRESSORA-REL        PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ITEM-REL              PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LOTE-REL              PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALIDADE-REL          PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-REL              PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINLOTE.
           05  FILLER                PIC X(7)    VALUE "LOTE: ".
           05  LOTE-CAB-REL          PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(10)   VALUE " ENTRADA: ".
           05  ENTRADA-CAB-REL       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(8)    VALUE " QTDE: ".
           05  QTDE-CAB-REL          PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(9)    VALUE " SALDO: ".
           05  SALDO-CAB-REL         PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER                PIC X(31)   VALUE
               "LINHAS DE CONSUMO............: ".
           05  QTDE-TOT              PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(19)   VALUE
               "   QTDE TOTAL....: ".
           05  CONSUMO-TOT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM PROCESSA-OPCAO UNTIL FIM-PROGRAMA-TRUE
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
           MOVE "LBD030" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "LBD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD041.
           MOVE "LBD042" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD042.
           MOVE "LBD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD103.
           CLOSE CONTROLE.

           OPEN INPUT LBD030 LBD041 LBD042 LBD103.
           IF   ST-LBD030 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD030: " ST-LBD030
                MOVE 1 TO ERRO-W.
           IF   ST-LBD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD041: " ST-LBD041
                MOVE 1 TO ERRO-W.
           IF   ST-LBD042 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD042: " ST-LBD042
                MOVE 1 TO ERRO-W.
           IF   ST-LBD103 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD103: " ST-LBD103
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "RASTREIO DE LOTES DO LABORATORIO (LBD041/LBD042)".
           DISPLAY "L-POR LOTE A-POR ALBUM F-FIM.........: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "L"  WHEN "l"  PERFORM RASTREIA-LOTE
               WHEN "A"  WHEN "a"  PERFORM RASTREIA-ALBUM
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RASTREIA-LOTE - todas as entradas do item com o numero de
      *    lote informado (o mesmo lote pode ter chegado em mais de
      *    uma entrada) e, de cada uma, os movimentos que a consumiram
      *    pela chave alternativa do LBD042.
      *----------------------------------------------------------------
       RASTREIA-LOTE SECTION.
           DISPLAY "ITEM DE ESTOQUE (LBD030).............: "
               WITH NO ADVANCING.
           ACCEPT ITEM-PARM.
           MOVE ITEM-PARM TO CODIGO-LB30.
           READ LBD030
               INVALID KEY
                   DISPLAY "ITEM NAO CADASTRADO."
                   GO TO RASTREIA-LOTE-EXIT
           END-READ.
           DISPLAY "NUMERO DO LOTE.......................: "
               WITH NO ADVANCING.
           ACCEPT LOTE-PARM.

           MOVE SPACES TO TITULO-REL.
           STRING "RASTREIO DO LOTE " LOTE-PARM " DO ITEM " ITEM-PARM
                  " - " DESCRICAO-LB30 DELIMITED BY SIZE
                  INTO TITULO-REL
           END-STRING.
           MOVE ZEROS TO PAG-W QTDE-LINHAS-W QTDE-LOTES-ACHADOS-W
                         TOTAL-CONSUMO-W FIM-LOTES-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE ITEM-PARM TO ITEM-LB41.
           MOVE ZEROS     TO DATA-ENTRADA-LB41 SEQ-ENTRADA-LB41.
           START LBD041 KEY IS NOT LESS CHAVE-LB41
               INVALID KEY
                   MOVE 1 TO FIM-LOTES-W
           END-START.
           PERFORM PROCURA-LOTE UNTIL FIM-LOTES-TRUE.

           PERFORM IMPRIME-TOTAL.
           CLOSE RELAT.
           IF   QTDE-LOTES-ACHADOS-W EQUAL ZEROS
                DISPLAY "LOTE NAO ENCONTRADO PARA O ITEM."
           ELSE
                DISPLAY "RELATORIO IMPRESSO: " QTDE-LINHAS-W
                        " LINHA(S) DE CONSUMO.".

       RASTREIA-LOTE-EXIT. EXIT.

       PROCURA-LOTE SECTION.
           READ LBD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LOTES-W
                   GO TO PROCURA-LOTE-EXIT.
           IF   ITEM-LB41 NOT EQUAL ITEM-PARM
                MOVE 1 TO FIM-LOTES-W
                GO TO PROCURA-LOTE-EXIT.
           IF   LOTE-LB41 NOT EQUAL LOTE-PARM
                GO TO PROCURA-LOTE-EXIT.

           ADD  1 TO QTDE-LOTES-ACHADOS-W.
           MOVE LOTE-LB41          TO LOTE-CAB-REL.
           MOVE DATA-ENTRADA-LB41  TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R         TO ENTRADA-CAB-REL.
           MOVE QTDE-ENTRADA-LB41  TO QTDE-CAB-REL.
           MOVE SALDO-LB41         TO SALDO-CAB-REL.
           IF   LIN GREATER 54
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINLOTE AFTER 2.
           ADD  2 TO LIN.

           MOVE DATA-ENTRADA-LB41 TO DATA-LOTE-W.
           MOVE SEQ-ENTRADA-LB41  TO SEQ-LOTE-W.
           MOVE ITEM-LB41         TO ITEM-LB42.
           MOVE DATA-LOTE-W       TO DATA-LOTE-LB42.
           MOVE SEQ-LOTE-W        TO SEQ-LOTE-LB42.
           MOVE ZEROS             TO FIM-CONSUMO-W.
           START LBD042 KEY IS EQUAL ALT-LB42
               INVALID KEY
                   MOVE 1 TO FIM-CONSUMO-W
           END-START.
           PERFORM LISTA-CONSUMO-LOTE UNTIL FIM-CONSUMO-TRUE.

       PROCURA-LOTE-EXIT. EXIT.

       LISTA-CONSUMO-LOTE SECTION.
           READ LBD042 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CONSUMO-W
                   GO TO LISTA-CONSUMO-LOTE-EXIT.
           IF   ITEM-LB42 NOT EQUAL ITEM-PARM
           OR   DATA-LOTE-LB42 NOT EQUAL DATA-LOTE-W
           OR   SEQ-LOTE-LB42 NOT EQUAL SEQ-LOTE-W
                MOVE 1 TO FIM-CONSUMO-W
                GO TO LISTA-CONSUMO-LOTE-EXIT.

           MOVE DATA-MOVTO-LB42 TO DATA-MOVTO-L103.
           MOVE SEQ-MOVTO-LB42  TO SEQ-L103.
           READ LBD103
               INVALID KEY
                   INITIALIZE REG-LBD103
           END-READ.
           MOVE VALIDADE-LB41   TO DATA-AUX-W.
           PERFORM IMPRIME-CONSUMO.

       LISTA-CONSUMO-LOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RASTREIA-ALBUM - movimentos do album na faixa de datas e,
      *    de cada um, os lotes consumidos pela chave do LBD042.
      *----------------------------------------------------------------
       RASTREIA-ALBUM SECTION.
           DISPLAY "ALBUM................................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-PARM.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0=TODAS).....: "
               WITH NO ADVANCING.
           ACCEPT DATA-INIC-PARM.
           DISPLAY "DATA FINAL (AAAAMMDD, 0=TODAS).......: "
               WITH NO ADVANCING.
           ACCEPT DATA-FIM-PARM.
           IF   DATA-FIM-PARM EQUAL ZEROS
                MOVE 99999999 TO DATA-FIM-PARM.

           MOVE SPACES TO TITULO-REL.
           STRING "RASTREIO DOS LOTES USADOS NO ALBUM " ALBUM-PARM
                  DELIMITED BY SIZE INTO TITULO-REL
           END-STRING.
           MOVE ZEROS TO PAG-W QTDE-LINHAS-W TOTAL-CONSUMO-W
                         FIM-MOVTO-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE DATA-INIC-PARM TO DATA-MOVTO-L103.
           MOVE ZEROS          TO SEQ-L103.
           START LBD103 KEY IS NOT LESS THAN CHAVE-L103 IN REG-LBD103
               INVALID KEY
                   MOVE 1 TO FIM-MOVTO-W
           END-START.
           PERFORM PROCURA-MOVIMENTO UNTIL FIM-MOVTO-TRUE.

           PERFORM IMPRIME-TOTAL.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO: " QTDE-LINHAS-W
                   " LINHA(S) DE CONSUMO.".

       RASTREIA-ALBUM-EXIT. EXIT.

       PROCURA-MOVIMENTO SECTION.
           READ LBD103 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-MOVTO-W
                   GO TO PROCURA-MOVIMENTO-EXIT.
           IF   DATA-MOVTO-L103 GREATER DATA-FIM-PARM
                MOVE 1 TO FIM-MOVTO-W
                GO TO PROCURA-MOVIMENTO-EXIT.
           IF   ALBUM-L103 NOT EQUAL ALBUM-PARM
                GO TO PROCURA-MOVIMENTO-EXIT.

           MOVE DATA-MOVTO-L103 TO DATA-MOVTO-W DATA-MOVTO-LB42.
           MOVE SEQ-L103        TO SEQ-MOVTO-W  SEQ-MOVTO-LB42.
           MOVE LOW-VALUES      TO ITEM-LB42.
           MOVE ZEROS           TO ORDEM-LB42 FIM-CONSUMO-W.
           START LBD042 KEY IS NOT LESS CHAVE-LB42
               INVALID KEY
                   MOVE 1 TO FIM-CONSUMO-W
           END-START.
           PERFORM LISTA-CONSUMO-MOVTO UNTIL FIM-CONSUMO-TRUE.

       PROCURA-MOVIMENTO-EXIT. EXIT.

       LISTA-CONSUMO-MOVTO SECTION.
           READ LBD042 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CONSUMO-W
                   GO TO LISTA-CONSUMO-MOVTO-EXIT.
           IF   DATA-MOVTO-LB42 NOT EQUAL DATA-MOVTO-W
           OR   SEQ-MOVTO-LB42 NOT EQUAL SEQ-MOVTO-W
                MOVE 1 TO FIM-CONSUMO-W
                GO TO LISTA-CONSUMO-MOVTO-EXIT.

           MOVE ZEROS TO DATA-AUX-W.
           IF   DATA-LOTE-LB42 NOT EQUAL ZEROS
                MOVE ITEM-LB42      TO ITEM-LB41
                MOVE DATA-LOTE-LB42 TO DATA-ENTRADA-LB41
                MOVE SEQ-LOTE-LB42  TO SEQ-ENTRADA-LB41
                READ LBD041
                    INVALID KEY
                        MOVE ZEROS TO VALIDADE-LB41
                END-READ
                MOVE VALIDADE-LB41  TO DATA-AUX-W.
           PERFORM IMPRIME-CONSUMO.

       LISTA-CONSUMO-MOVTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-CONSUMO - uma linha por consumo de lote: movimento
      *    (REG-LBD103), lote (REG-LBD042) e validade em DATA-AUX-W.
      *----------------------------------------------------------------
       IMPRIME-CONSUMO SECTION.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R        TO VALIDADE-REL.
           MOVE DATA-MOVTO-LB42   TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R        TO DATA-REL.
           MOVE SEQ-MOVTO-LB42    TO SEQ-REL.
           MOVE ALBUM-L103        TO ALBUM-REL.
           MOVE FUNCIONARIO-L103  TO FUNCIONARIO-REL.
           MOVE IMPRESSORA-L103   TO IMPRESSORA-REL.
           MOVE ITEM-LB42         TO ITEM-REL.
           MOVE LOTE-LB42         TO LOTE-REL.
           MOVE QTDE-LB42         TO QTDE-REL.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.
           ADD  1 TO QTDE-LINHAS-W.
           ADD  QTDE-LB42 TO TOTAL-CONSUMO-W.

       CONVERTE-DATA SECTION.
           MOVE DIA-AUX-W  TO DIA-DMA-W.
           MOVE MES-AUX-W  TO MES-DMA-W.
           MOVE ANO-AUX-W  TO ANO-DMA-W.

       IMPRIME-TOTAL SECTION.
           MOVE QTDE-LINHAS-W   TO QTDE-TOT.
           MOVE TOTAL-CONSUMO-W TO CONSUMO-TOT.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
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
           CLOSE LBD030 LBD041 LBD042 LBD103.

       END PROGRAM LBP132.
