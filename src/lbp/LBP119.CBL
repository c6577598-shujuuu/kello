      *        POR IMPRESSORA E POR TIPO DE FOTO - COM FOTOS NORMAIS,
      *        FOTOS REFEITAS, PERCENTUAL DE REFACAO E O CUSTO DA
      *        REFACAO PELO VALOR-UNITARIO-LB27 DO TIPO. E O CORRETIVO
      *        DO LBP104, QUE PREMIAVA QUEM MAIS REIMPRIMIA. UM
      *        QUARTO QUADRO CRUZA A REFACAO DE CADA IMPRESSORA COM O
      *        CONTROLE DE PROCESSO (LEITURAS DO LBD044 - LBP133):
      *        DIAS E FOTOS SOB CONTROLE CONTRA DIAS E FOTOS FORA DE
      *        CONTROLE, COM A TAXA DE REFACAO DE CADA LADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LBPX103.

           COPY LBPX044.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.

           COPY LBPW103.

           COPY LBPW044.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD103             PIC XX       VALUE SPACES.
           05  ST-LBD044             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-LBD103            PIC 9        VALUE ZEROS.
              88  FIM-LBD103-TRUE       VALUE 1.
           05  FIM-LBD044            PIC 9        VALUE ZEROS.
              88  FIM-LBD044-TRUE       VALUE 1.
           05  CONTROLE-PROC-W       PIC 9        VALUE ZEROS.
      *    CONTROLE-PROC-W = 1 com o LBD044 disponivel (sem ele o
      *    quarto quadro nao sai)
           05  IGNORA-IMPR-W         PIC 9        VALUE ZEROS.
           05  ESTADO-W              PIC 9        VALUE ZEROS.
           05  IMPR-ATUAL-W          PIC X(2)     VALUE SPACES.
           05  DIA-W                 PIC 9(2)     VALUE ZEROS.
           05  DIA-PROX-W            PIC 9(2)     VALUE ZEROS.
           05  DIA-AUX-W             PIC 9(2)     VALUE ZEROS.
           05  PCT-SOB-W             PIC 9(3)V9   VALUE ZEROS.
           05  PCT-FORA-W            PIC 9(3)V9   VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
               10  TIPO-CUSTO-TAB    PIC 9(9)V99.
       01  QTDE-TIPO-W               PIC 9(3)     VALUE ZEROS.

      *----------------------------------------------------------------
      *    TABELA DO CONTROLE DE PROCESSO, uma ocorrencia por
      *    impressora com leitura no LBD044; CTL-DIA-TAB e' a situacao
      *    de cada dia do mes: 0-sob controle, 1-fora (leitura fora
      *    no dia ou a impressora ainda sem leitura corretiva), e
      *    depois do primeiro movimento do dia 3-sob / 2-fora, para
      *    o dia so' ser contado uma vez.
      *----------------------------------------------------------------
       01  TAB-CTL.
           05  CTL-OCR OCCURS 30 TIMES INDEXED BY CTL-IDX.
               10  CTL-CHAVE-TAB        PIC X(2).
               10  CTL-DIAS-SOB-TAB     PIC 9(2).
               10  CTL-DIAS-FORA-TAB    PIC 9(2).
               10  CTL-NORMAL-SOB-TAB   PIC 9(9).
               10  CTL-REFEITA-SOB-TAB  PIC 9(9).
               10  CTL-NORMAL-FORA-TAB  PIC 9(9).
               10  CTL-REFEITA-FORA-TAB PIC 9(9).
               10  CTL-DIA-TAB          PIC 9 OCCURS 31 TIMES.
       01  QTDE-CTL-W                PIC 9(3)     VALUE ZEROS.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE SPACES.
           05  CUSTO-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB05.
           05  FILLER                PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(28)   VALUE
               "---- SOB CONTROLE ----".
           05  FILLER                PIC X(22)   VALUE
               "--- FORA CONTROLE ----".
       01  CAB06.
           05  FILLER                PIC X(90)   VALUE
           "IMPR.   DIAS     FOTOS   %REF.      DIAS     FOTOS   %REF.
      -    "     DIF.%".

       01  LINPROC.
           05  IMPR-PROC-REL         PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(7)    VALUE SPACES.
           05  DIAS-SOB-REL          PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FOTOS-SOB-REL         PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  PCT-SOB-REL           PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE SPACES.
           05  DIAS-FORA-REL         PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FOTOS-FORA-REL        PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  PCT-FORA-REL          PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  DIF-PROC-REL          PIC -ZZ9,9  VALUE ZEROS.

       01  LINLEG-PROC.
           05  FILLER                PIC X(90)   VALUE
           "DIA FORA = LEITURA FORA DA TOLERANCIA NO DIA OU AINDA SEM LE
      -    "ITURA CORRETIVA (LBP133)".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CARREGA-CONTROLE
                PERFORM ACUMULA-LBD103 UNTIL FIM-LBD103-TRUE
                PERFORM IMPRIME-RELATORIO
                PERFORM FECHA-ARQUIVOS.
           MOVE EMPRESA          TO EMP-REC.
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "LBD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD103.
           MOVE "LBD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD044.
           CLOSE CONTROLE.

           OPEN INPUT LBD103.
           IF   ST-LBD103 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD103: " ST-LBD103
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD044.
           IF   ST-LBD044 EQUAL "00"
                MOVE 1 TO CONTROLE-PROC-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.


       SOLICITA-PARAMETROS SECTION.
           MOVE ALL "0" TO TAB-FUNC TAB-IMPR TAB-TIPO.
           MOVE HIGH-VALUES TO TAB-CTL.
           DISPLAY "MES DE REFERENCIA (AAAAMM).............: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           MOVE TIPO-FOTO-L103 TO CHAVE-GRUPO-W(1:2).
           PERFORM ACUMULA-TIPO.

           PERFORM ACUMULA-PROCESSO.

       ACUMULA-LBD103-EXIT. EXIT.

       ACUMULA-FUNC SECTION.

       ACUMULA-TIPO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ACUMULA-PROCESSO - o movimento soma no lado sob ou fora de
      *    controle da impressora conforme a situacao do dia; o
      *    primeiro movimento do dia conta o dia.
      *----------------------------------------------------------------
       ACUMULA-PROCESSO SECTION.
           IF   QTDE-CTL-W EQUAL ZEROS
                GO TO ACUMULA-PROCESSO-EXIT.
           SET CTL-IDX TO 1.
           SEARCH CTL-OCR
               AT END
                   GO TO ACUMULA-PROCESSO-EXIT
               WHEN CTL-CHAVE-TAB (CTL-IDX) EQUAL IMPRESSORA-L103
                   CONTINUE
           END-SEARCH.

           MOVE DATA-MOVTO-L103(7:2) TO DIA-W.
           IF   CTL-DIA-TAB (CTL-IDX, DIA-W) EQUAL 0
                ADD 1 TO CTL-DIAS-SOB-TAB (CTL-IDX)
                MOVE 3 TO CTL-DIA-TAB (CTL-IDX, DIA-W).
           IF   CTL-DIA-TAB (CTL-IDX, DIA-W) EQUAL 1
                ADD 1 TO CTL-DIAS-FORA-TAB (CTL-IDX)
                MOVE 2 TO CTL-DIA-TAB (CTL-IDX, DIA-W).

           IF   CTL-DIA-TAB (CTL-IDX, DIA-W) EQUAL 2
                IF   REFACAO-L103 NUMERIC
                AND  REFACAO-L103 EQUAL 1
                     ADD QTDE-FOTOS-L103
                         TO CTL-REFEITA-FORA-TAB (CTL-IDX)
                ELSE
                     ADD QTDE-FOTOS-L103
                         TO CTL-NORMAL-FORA-TAB (CTL-IDX)
                END-IF
           ELSE
                IF   REFACAO-L103 NUMERIC
                AND  REFACAO-L103 EQUAL 1
                     ADD QTDE-FOTOS-L103
                         TO CTL-REFEITA-SOB-TAB (CTL-IDX)
                ELSE
                     ADD QTDE-FOTOS-L103
                         TO CTL-NORMAL-SOB-TAB (CTL-IDX).

       ACUMULA-PROCESSO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARREGA-CONTROLE - monta a situacao de cada dia do mes por
      *    impressora a partir de todas as leituras do LBD044 (em
      *    ordem de impressora/data/turno): leitura fora poe o dia
      *    fora e a situacao segue nos dias seguintes ate a leitura
      *    corretiva; a situacao herdada vale tambem para o dia da
      *    leitura seguinte (a producao da manha veio antes dela).
      *----------------------------------------------------------------
       CARREGA-CONTROLE SECTION.
           MOVE ZEROS  TO QTDE-CTL-W IGNORA-IMPR-W.
           MOVE SPACES TO IMPR-ATUAL-W.
           IF   CONTROLE-PROC-W EQUAL 0
                GO TO CARREGA-CONTROLE-EXIT.
           MOVE 0 TO FIM-LBD044.
           MOVE LOW-VALUES TO CHAVE-LB44.
           START LBD044 KEY IS NOT LESS CHAVE-LB44
               INVALID KEY
                   MOVE 1 TO FIM-LBD044.
           PERFORM LE-LBD044 UNTIL FIM-LBD044-TRUE.
           PERFORM FECHA-IMPRESSORA-CTL.

       CARREGA-CONTROLE-EXIT. EXIT.

       LE-LBD044 SECTION.
           READ LBD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LBD044
                   GO TO LE-LBD044-EXIT.

           IF   IMPRESSORA-LB44 NOT EQUAL IMPR-ATUAL-W
                PERFORM FECHA-IMPRESSORA-CTL
                PERFORM NOVA-IMPRESSORA-CTL.
           IF   IGNORA-IMPR-W EQUAL 1
                GO TO LE-LBD044-EXIT.
           IF   DATA-LB44 LESS DATA-INIC-W
                MOVE SITUACAO-LB44 TO ESTADO-W
                GO TO LE-LBD044-EXIT.
           IF   DATA-LB44 GREATER DATA-FIM-W
                GO TO LE-LBD044-EXIT.

           MOVE DATA-LB44(7:2) TO DIA-W.
           IF   DIA-PROX-W NOT GREATER DIA-W
                PERFORM PREENCHE-DIA
                        VARYING DIA-AUX-W FROM DIA-PROX-W BY 1
                        UNTIL DIA-AUX-W GREATER DIA-W
                COMPUTE DIA-PROX-W = DIA-W + 1.
           IF   SITUACAO-LB44 EQUAL 1
                MOVE 1 TO CTL-DIA-TAB (CTL-IDX, DIA-W).
           MOVE SITUACAO-LB44 TO ESTADO-W.

       LE-LBD044-EXIT. EXIT.

       NOVA-IMPRESSORA-CTL SECTION.
           MOVE IMPRESSORA-LB44 TO IMPR-ATUAL-W.
           MOVE 0 TO ESTADO-W IGNORA-IMPR-W.
           MOVE 1 TO DIA-PROX-W.
           IF   QTDE-CTL-W NOT LESS 30
                MOVE 1 TO IGNORA-IMPR-W
                GO TO NOVA-IMPRESSORA-CTL-EXIT.
           ADD 1 TO QTDE-CTL-W.
           SET CTL-IDX TO QTDE-CTL-W.
           INITIALIZE CTL-OCR (CTL-IDX).
           MOVE IMPRESSORA-LB44 TO CTL-CHAVE-TAB (CTL-IDX).

       NOVA-IMPRESSORA-CTL-EXIT. EXIT.

      *    situacao da ultima leitura vale ate o fim do mes
       FECHA-IMPRESSORA-CTL SECTION.
           IF   IMPR-ATUAL-W EQUAL SPACES
           OR   IGNORA-IMPR-W EQUAL 1
                GO TO FECHA-IMPRESSORA-CTL-EXIT.
           PERFORM PREENCHE-DIA
                   VARYING DIA-AUX-W FROM DIA-PROX-W BY 1
                   UNTIL DIA-AUX-W GREATER 31.
           MOVE 32 TO DIA-PROX-W.

       FECHA-IMPRESSORA-CTL-EXIT. EXIT.

       PREENCHE-DIA SECTION.
           MOVE ESTADO-W TO CTL-DIA-TAB (CTL-IDX, DIA-AUX-W).

       IMPRIME-RELATORIO SECTION.
           PERFORM CABECALHO.

                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W GREATER QTDE-TIPO-W.

           IF   QTDE-CTL-W GREATER ZEROS
                MOVE "*** POR IMPRESSORA X CONTROLE DE PROCESSO ***"
                     TO SECAO-REL
                PERFORM IMPRIME-SECAO-PROC
                PERFORM IMPRIME-LINHA-PROC
                        VARYING IDX-W FROM 1 BY 1
                        UNTIL IDX-W GREATER QTDE-CTL-W
                WRITE REG-RELAT FROM LINLEG-PROC AFTER 2.

       IMPRIME-LINHA-FUNC SECTION.
           SET FUNC-IDX TO IDX-W.
           MOVE FUNC-CHAVE-TAB (FUNC-IDX)   TO CHAVE-REL.
                      / (TIPO-NORMAL-TAB (TIPO-IDX)
                       + TIPO-REFEITA-TAB (TIPO-IDX)).

      *----------------------------------------------------------------
      *    IMPRIME-LINHA-PROC - taxa de refacao nos dias sob e fora de
      *    controle e a diferenca em pontos percentuais.
      *----------------------------------------------------------------
       IMPRIME-LINHA-PROC SECTION.
           SET CTL-IDX TO IDX-W.
           MOVE ZEROS TO PCT-SOB-W PCT-FORA-W.
           IF   CTL-NORMAL-SOB-TAB (CTL-IDX)
              + CTL-REFEITA-SOB-TAB (CTL-IDX) GREATER ZEROS
                COMPUTE PCT-SOB-W ROUNDED =
                        CTL-REFEITA-SOB-TAB (CTL-IDX) * 100
                      / (CTL-NORMAL-SOB-TAB (CTL-IDX)
                       + CTL-REFEITA-SOB-TAB (CTL-IDX)).
           IF   CTL-NORMAL-FORA-TAB (CTL-IDX)
              + CTL-REFEITA-FORA-TAB (CTL-IDX) GREATER ZEROS
                COMPUTE PCT-FORA-W ROUNDED =
                        CTL-REFEITA-FORA-TAB (CTL-IDX) * 100
                      / (CTL-NORMAL-FORA-TAB (CTL-IDX)
                       + CTL-REFEITA-FORA-TAB (CTL-IDX)).
           MOVE CTL-CHAVE-TAB (CTL-IDX)     TO IMPR-PROC-REL.
           MOVE CTL-DIAS-SOB-TAB (CTL-IDX)  TO DIAS-SOB-REL.
           COMPUTE FOTOS-SOB-REL  = CTL-NORMAL-SOB-TAB (CTL-IDX)
                                  + CTL-REFEITA-SOB-TAB (CTL-IDX).
           MOVE PCT-SOB-W                   TO PCT-SOB-REL.
           MOVE CTL-DIAS-FORA-TAB (CTL-IDX) TO DIAS-FORA-REL.
           COMPUTE FOTOS-FORA-REL = CTL-NORMAL-FORA-TAB (CTL-IDX)
                                  + CTL-REFEITA-FORA-TAB (CTL-IDX).
           MOVE PCT-FORA-W                  TO PCT-FORA-REL.
           COMPUTE DIF-PROC-REL = PCT-FORA-W - PCT-SOB-W.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINPROC.
           ADD  1 TO LIN.

       IMPRIME-SECAO-PROC SECTION.
           IF   LIN GREATER 51
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CABSEC AFTER 2.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB06.
           WRITE REG-RELAT FROM CAB03.
           ADD  5 TO LIN.

       IMPRIME-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.

       FECHA-ARQUIVOS SECTION.
           CLOSE LBD103 RELAT.
           IF   CONTROLE-PROC-W EQUAL 1
                CLOSE LBD044.

       END PROGRAM LBP119.
