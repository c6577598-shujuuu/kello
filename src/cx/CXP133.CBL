       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP133.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RELATORIO MENSAL DE CHARGEBACKS DE CARTAO (CXD118 - VER
      *        CXP132): OS CHARGEBACKS DEBITADOS NO MES, UM POR LINHA
      *        COM A SITUACAO DA DISPUTA; O RESUMO POR MOTIVO COM
      *        QUANTIDADE, VALOR ESTORNADO, VALOR AINDA EM DISPUTA,
      *        RECUPERADO (GANHOS) E PERDIDO; E O QUE FOI DECIDIDO NO
      *        MES, DE CHARGEBACKS DE QUALQUER MES - O VALOR
      *        RECUPERADO QUE VOLTOU AO CAIXA E O QUE FOI PERDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX118.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW118.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(110).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD118             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CXD118            PIC 9        VALUE ZEROS.
              88  FIM-CXD118-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  FILLER REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  DATA-INICIO-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  QTDE-MOTIVOS-W        PIC 9(2)     VALUE ZEROS.
           05  IND-W                 PIC 9(2)     VALUE ZEROS.
           05  POSICAO-W             PIC 9(2)     VALUE ZEROS.
           05  QTDE-MES-W            PIC 9(5)     VALUE ZEROS.
           05  TOTAL-ESTORNADO-W     PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-DISPUTA-W       PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-RECUPERADO-W    PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-PERDIDO-W       PIC 9(11)V99 VALUE ZEROS.
           05  QTDE-GANHOS-MES-W     PIC 9(5)     VALUE ZEROS.
           05  VALOR-GANHOS-MES-W    PIC 9(11)V99 VALUE ZEROS.
           05  QTDE-PERDAS-MES-W     PIC 9(5)     VALUE ZEROS.
           05  VALOR-PERDAS-MES-W    PIC 9(11)V99 VALUE ZEROS.
           05  QTDE-ABERTOS-W        PIC 9(5)     VALUE ZEROS.
           05  VALOR-ABERTOS-W       PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-PERDA-W         PIC 9(8)V99  VALUE ZEROS.
           05  DATA-AMD-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-AMD-W.
               10  ANO-AMD-W         PIC 9(4).
               10  MES-AMD-W         PIC 9(2).
               10  DIA-AMD-W         PIC 9(2).
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

      *----------------------------------------------------------------
      *    TAB-MOTIVOS - acumulado do mes por codigo de motivo, na
      *    ordem em que os motivos aparecem; motivo alem do 50o soma
      *    na ultima linha ("OUTROS").
      *----------------------------------------------------------------
       01  TAB-MOTIVOS.
           05  MOTIVO-OCR OCCURS 50 TIMES.
               10  MOTIVO-TAB        PIC X(4).
               10  DESC-MOTIVO-TAB   PIC X(30).
               10  QTDE-TAB          PIC 9(5).
               10  ESTORNADO-TAB     PIC 9(11)V99.
               10  DISPUTA-TAB       PIC 9(11)V99.
               10  RECUPERADO-TAB    PIC 9(11)V99.
               10  PERDIDO-TAB       PIC 9(11)V99.

       01  CAB01.
           05  EMPRESA-REL           PIC X(80)   VALUE SPACES.
           05  FILLER                PIC X(23)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(37)   VALUE
               "CHARGEBACKS DE CARTAO - MES/ANO:".
           05  MES-CAB-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-CAB-REL           PIC 9(4)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(110)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(110)  VALUE
           "NUMERO NSU          PC DATA DEBITO CONTRATO  MOTV         VA
      -    "LOR SITUACAO             RECUPERADO".

       01  LINDET.
           05  NUMERO-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NSU-REL               PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PARCELA-REL           PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  PARC-CO44-REL         PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MOTIVO-REL            PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(17)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RECUPERADO-REL        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB05.
           05  FILLER                PIC X(110)  VALUE
           "RESUMO POR MOTIVO".
       01  CAB06.
           05  FILLER                PIC X(110)  VALUE
           "MOTV DESCRICAO                       QTDE     ESTORNADO    E
      -    "M DISPUTA    RECUPERADO       PERDIDO".

       01  LINMOT.
           05  MOTIVO-MOT-REL        PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESC-MOT-REL          PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-MOT-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ESTORNADO-MOT-REL     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DISPUTA-MOT-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RECUPERADO-MOT-REL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PERDIDO-MOT-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINRES1.
           05  FILLER                PIC X(42)   VALUE
               "RECUPERADO NO MES (DISPUTAS GANHAS).....:".
           05  QTDE-GANHOS-REL       PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  VALOR-GANHOS-REL      PIC Z(8).ZZ9,99 VALUE ZEROS.
       01  LINRES2.
           05  FILLER                PIC X(42)   VALUE
               "PERDIDO NO MES (DISPUTAS PERDIDAS)......:".
           05  QTDE-PERDAS-REL       PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  VALOR-PERDAS-REL      PIC Z(8).ZZ9,99 VALUE ZEROS.
       01  LINRES3.
           05  FILLER                PIC X(42)   VALUE
               "EM DISPUTA NO FIM DO MES (TODOS OS MESES):".
           05  QTDE-ABERTOS-REL      PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  VALOR-ABERTOS-REL     PIC Z(8).ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS.
           IF   ERRO-W EQUAL 0
                PERFORM PROCESSA-MES
                PERFORM IMPRIME-MOTIVOS
                PERFORM PROCESSA-DECISOES
                PERFORM IMPRIME-RESUMO
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
           MOVE "CXD118" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD118.
           CLOSE CONTROLE.

           OPEN INPUT CXD118.
           IF   ST-CXD118 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD118: " ST-CXD118
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "MES/ANO DO RELATORIO (AAAAMM)........: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   MES-PARM LESS 1 OR MES-PARM GREATER 12
                DISPLAY "MES INVALIDO."
                MOVE 1 TO ERRO-W
                CLOSE CXD118
                GO TO SOLICITA-PARAMETROS-EXIT.
           COMPUTE DATA-INICIO-W = MESANO-PARM * 100 + 1.
           COMPUTE DATA-FIM-W    = MESANO-PARM * 100 + 31.
           MOVE MES-PARM TO MES-CAB-REL.
           MOVE ANO-PARM TO ANO-CAB-REL.
           INITIALIZE TAB-MOTIVOS.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCESSA-MES - chargebacks debitados no mes, pela chave
      *    alternativa de data; cada um sai na lista e soma no seu
      *    motivo.
      *----------------------------------------------------------------
       PROCESSA-MES SECTION.
           MOVE DATA-INICIO-W TO DATA-CHARGEBACK-CX118.
           MOVE ZEROS         TO NR-CHARGEBACK-CX118.
           START CXD118 KEY IS NOT LESS ALT2-CX118
               INVALID KEY
                   GO TO PROCESSA-MES-EXIT.
           MOVE ZEROS TO FIM-CXD118.
           PERFORM LE-CHARGEBACK-MES UNTIL FIM-CXD118-TRUE.

       PROCESSA-MES-EXIT. EXIT.

       LE-CHARGEBACK-MES SECTION.
           READ CXD118 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD118
                   GO TO LE-CHARGEBACK-MES-EXIT.
           IF   DATA-CHARGEBACK-CX118 GREATER DATA-FIM-W
                MOVE 1 TO FIM-CXD118
                GO TO LE-CHARGEBACK-MES-EXIT.
           IF   NR-CHARGEBACK-CX118 EQUAL ZEROS
                GO TO LE-CHARGEBACK-MES-EXIT.

           ADD 1 TO QTDE-MES-W.
           PERFORM LOCALIZA-MOTIVO.
           ADD 1                      TO QTDE-TAB (POSICAO-W).
           ADD VALOR-CHARGEBACK-CX118 TO ESTORNADO-TAB (POSICAO-W).
           EVALUATE SITUACAO-CX118
               WHEN 0
                   MOVE "ABERTO"          TO SITUACAO-REL
                   ADD VALOR-CHARGEBACK-CX118
                       TO DISPUTA-TAB (POSICAO-W)
               WHEN 1
                   MOVE "DEFESA ENVIADA"  TO SITUACAO-REL
                   ADD VALOR-CHARGEBACK-CX118
                       TO DISPUTA-TAB (POSICAO-W)
               WHEN 2
                   MOVE "GANHO"           TO SITUACAO-REL
                   ADD VALOR-RECUPERADO-CX118
                       TO RECUPERADO-TAB (POSICAO-W)
                   COMPUTE VALOR-PERDA-W = VALOR-CHARGEBACK-CX118
                                         - VALOR-RECUPERADO-CX118
                   ADD VALOR-PERDA-W TO PERDIDO-TAB (POSICAO-W)
               WHEN 3
                   MOVE "PERDIDO"         TO SITUACAO-REL
                   ADD VALOR-CHARGEBACK-CX118
                       TO PERDIDO-TAB (POSICAO-W)
           END-EVALUATE.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NR-CHARGEBACK-CX118    TO NUMERO-REL.
           MOVE NSU-CX118              TO NSU-REL.
           MOVE PARCELA-CARTAO-CX118   TO PARCELA-REL.
           MOVE DATA-CHARGEBACK-CX118  TO DATA-AMD-W.
           MOVE DIA-AMD-W              TO DIA-DMA-W.
           MOVE MES-AMD-W              TO MES-DMA-W.
           MOVE ANO-AMD-W              TO ANO-DMA-W.
           MOVE DATA-DMA-R             TO DATA-REL.
           MOVE NR-CONTRATO-CX118      TO CONTRATO-REL.
           MOVE PARCELA-CO44-CX118     TO PARC-CO44-REL.
           MOVE MOTIVO-CX118           TO MOTIVO-REL.
           MOVE VALOR-CHARGEBACK-CX118 TO VALOR-REL.
           MOVE VALOR-RECUPERADO-CX118 TO RECUPERADO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       LE-CHARGEBACK-MES-EXIT. EXIT.

       LOCALIZA-MOTIVO SECTION.
           MOVE ZEROS TO POSICAO-W.
           PERFORM COMPARA-MOTIVO
                   VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER QTDE-MOTIVOS-W
                      OR POSICAO-W NOT EQUAL ZEROS.
           IF   POSICAO-W NOT EQUAL ZEROS
                GO TO LOCALIZA-MOTIVO-EXIT.
           IF   QTDE-MOTIVOS-W EQUAL 50
                MOVE 50       TO POSICAO-W
                MOVE "OUTR"   TO MOTIVO-TAB (50)
                MOVE "OUTROS" TO DESC-MOTIVO-TAB (50)
                GO TO LOCALIZA-MOTIVO-EXIT.
           ADD 1 TO QTDE-MOTIVOS-W.
           MOVE QTDE-MOTIVOS-W    TO POSICAO-W.
           MOVE MOTIVO-CX118      TO MOTIVO-TAB (POSICAO-W).
           MOVE DESC-MOTIVO-CX118 TO DESC-MOTIVO-TAB (POSICAO-W).

       LOCALIZA-MOTIVO-EXIT. EXIT.

       COMPARA-MOTIVO SECTION.
           IF   MOTIVO-TAB (IND-W) EQUAL MOTIVO-CX118
                MOVE IND-W TO POSICAO-W.

       COMPARA-MOTIVO-EXIT. EXIT.

       IMPRIME-MOTIVOS SECTION.
           IF   LIN GREATER 50
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB06.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.
           PERFORM IMPRIME-UM-MOTIVO
                   VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER QTDE-MOTIVOS-W.
           MOVE SPACES             TO MOTIVO-MOT-REL.
           MOVE "TOTAL DO MES"     TO DESC-MOT-REL.
           MOVE QTDE-MES-W         TO QTDE-MOT-REL.
           MOVE TOTAL-ESTORNADO-W  TO ESTORNADO-MOT-REL.
           MOVE TOTAL-DISPUTA-W    TO DISPUTA-MOT-REL.
           MOVE TOTAL-RECUPERADO-W TO RECUPERADO-MOT-REL.
           MOVE TOTAL-PERDIDO-W    TO PERDIDO-MOT-REL.
           WRITE REG-RELAT FROM LINMOT AFTER 2.
           ADD 2 TO LIN.

       IMPRIME-UM-MOTIVO SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE MOTIVO-TAB (IND-W)      TO MOTIVO-MOT-REL.
           MOVE DESC-MOTIVO-TAB (IND-W) TO DESC-MOT-REL.
           MOVE QTDE-TAB (IND-W)        TO QTDE-MOT-REL.
           MOVE ESTORNADO-TAB (IND-W)   TO ESTORNADO-MOT-REL.
           MOVE DISPUTA-TAB (IND-W)     TO DISPUTA-MOT-REL.
           MOVE RECUPERADO-TAB (IND-W)  TO RECUPERADO-MOT-REL.
           MOVE PERDIDO-TAB (IND-W)     TO PERDIDO-MOT-REL.
           ADD ESTORNADO-TAB (IND-W)    TO TOTAL-ESTORNADO-W.
           ADD DISPUTA-TAB (IND-W)      TO TOTAL-DISPUTA-W.
           ADD RECUPERADO-TAB (IND-W)   TO TOTAL-RECUPERADO-W.
           ADD PERDIDO-TAB (IND-W)      TO TOTAL-PERDIDO-W.
           WRITE REG-RELAT FROM LINMOT.
           ADD 1 TO LIN.

       IMPRIME-UM-MOTIVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCESSA-DECISOES - varredura completa: disputas decididas
      *    no mes (de chargebacks de qualquer mes) e as que seguem em
      *    aberto, debitadas ate o fim do mes.
      *----------------------------------------------------------------
       PROCESSA-DECISOES SECTION.
           MOVE ZEROS TO NR-CHARGEBACK-CX118.
           START CXD118 KEY IS NOT LESS NR-CHARGEBACK-CX118
               INVALID KEY
                   GO TO PROCESSA-DECISOES-EXIT.
           MOVE ZEROS TO FIM-CXD118.
           PERFORM LE-DECISAO UNTIL FIM-CXD118-TRUE.

       PROCESSA-DECISOES-EXIT. EXIT.

       LE-DECISAO SECTION.
           READ CXD118 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD118
                   GO TO LE-DECISAO-EXIT.
           IF   NR-CHARGEBACK-CX118 EQUAL ZEROS
           OR   DATA-CHARGEBACK-CX118 GREATER DATA-FIM-W
                GO TO LE-DECISAO-EXIT.
           IF   SITUACAO-CX118 LESS 2
           OR   DATA-DECISAO-CX118 GREATER DATA-FIM-W
                ADD 1 TO QTDE-ABERTOS-W
                ADD VALOR-CHARGEBACK-CX118 TO VALOR-ABERTOS-W
                GO TO LE-DECISAO-EXIT.
           IF   DATA-DECISAO-CX118 LESS DATA-INICIO-W
                GO TO LE-DECISAO-EXIT.
           IF   SITUACAO-CX118 EQUAL 2
                ADD 1 TO QTDE-GANHOS-MES-W
                ADD VALOR-RECUPERADO-CX118 TO VALOR-GANHOS-MES-W
           ELSE
                ADD 1 TO QTDE-PERDAS-MES-W
                ADD VALOR-CHARGEBACK-CX118 TO VALOR-PERDAS-MES-W.

       LE-DECISAO-EXIT. EXIT.

       IMPRIME-RESUMO SECTION.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE QTDE-GANHOS-MES-W  TO QTDE-GANHOS-REL.
           MOVE VALOR-GANHOS-MES-W TO VALOR-GANHOS-REL.
           WRITE REG-RELAT FROM LINRES1 AFTER 2.
           MOVE QTDE-PERDAS-MES-W  TO QTDE-PERDAS-REL.
           MOVE VALOR-PERDAS-MES-W TO VALOR-PERDAS-REL.
           WRITE REG-RELAT FROM LINRES2.
           MOVE QTDE-ABERTOS-W     TO QTDE-ABERTOS-REL.
           MOVE VALOR-ABERTOS-W    TO VALOR-ABERTOS-REL.
           WRITE REG-RELAT FROM LINRES3.

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
           CLOSE CXD118 RELAT.

       END PROGRAM CXP133.
