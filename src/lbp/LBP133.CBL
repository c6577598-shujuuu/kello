       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP133.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CONTROLE DE PROCESSO (QUIMICA E COR) DAS IMPRESSORAS
      *        DO MINILAB. A OPCAO T MANTEM, POR IMPRESSORA DO LBD026,
      *        OS ALVOS DE DENSIDADE DA TIRA DE CONTROLE POR CANAL
      *        (R/G/B: DMIN, LD E HD), A TOLERANCIA DE CADA MEDIDA, A
      *        FAIXA DE TAXA DE REFORCO DE CADA QUIMICO E SE A
      *        IMPRESSORA FORA DE CONTROLE FICA BLOQUEADA OU SO'
      *        AVISADA (LBD043). A OPCAO L LANCA A LEITURA DO DIA E
      *        TURNO (LBD044), COMPARA COM AS TOLERANCIAS E ATUALIZA A
      *        SITUACAO DA IMPRESSORA: LEITURA FORA POE A IMPRESSORA
      *        FORA DE CONTROLE (AVISO NA ENTRADA DO LBP103 E, COM
      *        BLOQUEIO, MOVIMENTO RECUSADO NO LBP103/LBP131) ATE UMA
      *        LEITURA CORRETIVA DENTRO DA TOLERANCIA. A OPCAO C
      *        IMPRIME A CARTA DE CONTROLE MENSAL DA IMPRESSORA (MAIOR
      *        DESVIO DE CADA LEITURA EM % DA TOLERANCIA, COM OS
      *        LIMITES MARCADOS). MUDANCA DE SITUACAO E DE TOLERANCIA
      *        FICA NA AUDITORIA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LBPX023.

           COPY LBPX026.

           COPY LBPX043.

           COPY LBPX044.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LBPW023.

           COPY LBPW026.

           COPY LBPW043.

           COPY LBPW044.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD023             PIC XX       VALUE SPACES.
           05  ST-LBD026             PIC XX       VALUE SPACES.
           05  ST-LBD043             PIC XX       VALUE SPACES.
           05  ST-LBD044             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-LEITURAS-W        PIC 9        VALUE ZEROS.
              88  FIM-LEITURAS-TRUE     VALUE 1.
           05  NOVO-CONTROLE-W       PIC 9        VALUE ZEROS.
           05  FORA-W                PIC 9        VALUE ZEROS.
      *    FORA-W = 1 quando alguma medida da leitura passou da
      *    tolerancia ou alguma taxa saiu da faixa
           05  SITUACAO-ANTES-W      PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  IMPRESSORA-PARM       PIC X(2)     VALUE SPACES.
           05  DATA-PARM             PIC 9(8)     VALUE ZEROS.
           05  TURNO-PARM            PIC X(1)     VALUE SPACES.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  DATA-INIC-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-ANT-W            PIC 9(8)     VALUE ZEROS.
           05  CANAL-W               PIC 9        VALUE ZEROS.
           05  QUIMICO-W             PIC 9        VALUE ZEROS.
           05  MEDIDA-W              PIC 9V99     VALUE ZEROS.
           05  ALVO-W                PIC 9V99     VALUE ZEROS.
           05  TOL-W                 PIC 9V99     VALUE ZEROS.
           05  NOME-MEDIDA-W         PIC X(4)     VALUE SPACES.
           05  DESVIO-W              PIC S9V99    VALUE ZEROS.
           05  DESVIO-ABS-W          PIC 9V99     VALUE ZEROS.
           05  PCT-W                 PIC S9(5)    VALUE ZEROS.
           05  PCT-ABS-W             PIC 9(5)     VALUE ZEROS.
           05  MAIOR-ABS-W           PIC 9(5)     VALUE ZEROS.
           05  MAIOR-PCT-W           PIC S9(5)    VALUE ZEROS.
           05  POSICAO-W             PIC S9(3)    VALUE ZEROS.
           05  OCORRENCIA-W          PIC X(30)    VALUE SPACES.
           05  QTDE-LEITURAS-W       PIC 9(4)     VALUE ZEROS.
           05  QTDE-FORA-W           PIC 9(4)     VALUE ZEROS.
           05  QTDE-CORRETIVAS-W     PIC 9(4)     VALUE ZEROS.
           05  QTDE-DIAS-FORA-W      PIC 9(4)     VALUE ZEROS.
           05  VALOR-LOG-W           PIC X(40)    VALUE SPACES.
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

       01  TAB-NOMES-CANAL.
           05  FILLER                PIC X(8)     VALUE "VERMELHO".
           05  FILLER                PIC X(8)     VALUE "VERDE".
           05  FILLER                PIC X(8)     VALUE "AZUL".
       01  FILLER REDEFINES TAB-NOMES-CANAL.
           05  NOME-CANAL-TAB        PIC X(8)     OCCURS 3 TIMES.

       01  TAB-NOMES-QUIMICO.
           05  FILLER                PIC X(10)    VALUE "REVELADOR".
           05  FILLER                PIC X(10)    VALUE "BRANQ/FIX.".
           05  FILLER                PIC X(10)    VALUE "ESTABILIZ.".
       01  FILLER REDEFINES TAB-NOMES-QUIMICO.
           05  NOME-QUIMICO-TAB      PIC X(10)    OCCURS 3 TIMES.

       01  LOG-TOLERANCIA-W.
      *    imagem das tolerancias para a auditoria em LOG003
           05  FILLER                PIC X(5)     VALUE "DMIN ".
           05  TOL-DMIN-LOG          PIC 9,99.
           05  FILLER                PIC X(4)     VALUE " LD ".
           05  TOL-LD-LOG            PIC 9,99.
           05  FILLER                PIC X(4)     VALUE " HD ".
           05  TOL-HD-LOG            PIC 9,99.
           05  FILLER                PIC X(6)     VALUE " BLOQ ".
           05  BLOQUEIA-LOG          PIC 9.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

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
           05  FILLER                PIC X(21)   VALUE
               "DATA       T SQ %DES ".
           05  FILLER                PIC X(51)   VALUE
               "    LIC                 ALVO                LSC    ".
           05  FILLER                PIC X(6)    VALUE " SIT.".

       01  LINDET.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TURNO-REL             PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-REL               PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PCT-REL               PIC -ZZ9    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  GRAFICO-REL           PIC X(51)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(5)    VALUE SPACES.

       01  LINDENS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  CANAL-REL OCCURS 3 TIMES.
               10  LETRA-REL         PIC X(2).
               10  DMIN-REL          PIC 9,99.
               10  FILLER            PIC X(1).
               10  LD-REL            PIC 9,99.
               10  FILLER            PIC X(1).
               10  HD-REL            PIC 9,99.
               10  FILLER            PIC X(2).
           05  OCORRENCIA-REL        PIC X(30)   VALUE SPACES.

       01  LINTOT.
           05  TEXTO-TOT             PIC X(31)   VALUE SPACES.
           05  QTDE-TOT              PIC ZZZZZ9  VALUE ZEROS.

       01  LINLEG.
           05  FILLER                PIC X(90)   VALUE
           "ESCALA: CADA POSICAO = 5% DA TOLERANCIA; LIC/LSC = LIMITES
      -    "(100%); * DENTRO  X FORA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
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
           MOVE "LBD023" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD023.
           MOVE "LBD026" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD026.
           MOVE "LBD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD043.
           MOVE "LBD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD044.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT LBD023.
           IF   ST-LBD023 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD023: " ST-LBD023
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD026.
           IF   ST-LBD026 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD026: " ST-LBD026
                MOVE 1 TO ERRO-W.

           OPEN I-O LBD043.
           IF   ST-LBD043 EQUAL "35"
                CLOSE LBD043       OPEN OUTPUT LBD043
                CLOSE LBD043       OPEN I-O LBD043.
           IF   ST-LBD043 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD043: " ST-LBD043
                MOVE 1 TO ERRO-W.

           OPEN I-O LBD044.
           IF   ST-LBD044 EQUAL "35"
                CLOSE LBD044       OPEN OUTPUT LBD044
                CLOSE LBD044       OPEN I-O LBD044.
           IF   ST-LBD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD044: " ST-LBD044
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "LBP133" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CONTROLE DE PROCESSO DO MINILAB (LBD043/LBD044)".
           DISPLAY "T-TOLERANCIAS L-LEITURA C-CARTA MENSAL F-FIM.: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "T"  WHEN "t"  PERFORM MANTEM-TOLERANCIAS
               WHEN "L"  WHEN "l"  PERFORM LANCA-LEITURA
               WHEN "C"  WHEN "c"  PERFORM CARTA-CONTROLE
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       SOLICITA-IMPRESSORA SECTION.
           MOVE 0 TO ERRO-W.
           DISPLAY "IMPRESSORA (LBD026)..................: "
               WITH NO ADVANCING.
           ACCEPT IMPRESSORA-PARM.
           MOVE IMPRESSORA-PARM TO CODIGO-LB26.
           READ LBD026
               INVALID KEY
                   DISPLAY "IMPRESSORA INEXISTENTE."
                   MOVE 1 TO ERRO-W
           END-READ.

      *----------------------------------------------------------------
      *    MANTEM-TOLERANCIAS - inclui ou altera o controle da
      *    impressora; a situacao deixada pela ultima leitura nao
      *    muda aqui (so' uma nova leitura a altera).
      *----------------------------------------------------------------
       MANTEM-TOLERANCIAS SECTION.
           PERFORM SOLICITA-IMPRESSORA.
           IF   ERRO-W NOT EQUAL 0
                GO TO MANTEM-TOLERANCIAS-EXIT.

           MOVE 0 TO NOVO-CONTROLE-W.
           MOVE IMPRESSORA-PARM TO IMPRESSORA-LB43.
           READ LBD043
               INVALID KEY
                   MOVE 1 TO NOVO-CONTROLE-W
           END-READ.
           IF   NOVO-CONTROLE-W EQUAL 1
                INITIALIZE REG-LBD043
                MOVE IMPRESSORA-PARM TO IMPRESSORA-LB43
                DISPLAY "CONTROLE NOVO PARA " DESCRICAO-LB26
                MOVE SPACES TO VALOR-LOG-W
           ELSE
                PERFORM MOSTRA-TOLERANCIAS
                PERFORM MONTA-LOG-TOLERANCIA
                MOVE LOG-TOLERANCIA-W TO VALOR-LOG-W.

           PERFORM SOLICITA-ALVOS VARYING CANAL-W FROM 1 BY 1
                   UNTIL CANAL-W GREATER 3.
           DISPLAY "TOLERANCIA (+/-) DMIN................: "
               WITH NO ADVANCING.
           ACCEPT TOL-DMIN-LB43.
           DISPLAY "TOLERANCIA (+/-) LD..................: "
               WITH NO ADVANCING.
           ACCEPT TOL-LD-LB43.
           DISPLAY "TOLERANCIA (+/-) HD..................: "
               WITH NO ADVANCING.
           ACCEPT TOL-HD-LB43.
           PERFORM SOLICITA-FAIXA VARYING QUIMICO-W FROM 1 BY 1
                   UNTIL QUIMICO-W GREATER 3.
           DISPLAY "FORA DE CONTROLE (0-AVISA 1-BLOQUEIA): "
               WITH NO ADVANCING.
           ACCEPT BLOQUEIA-LB43.
           IF   BLOQUEIA-LB43 NOT EQUAL 1
                MOVE 0 TO BLOQUEIA-LB43.
           MOVE USUARIO-PARM TO USUARIO-LB43.

           IF   NOVO-CONTROLE-W EQUAL 1
                WRITE REG-LBD043
                    INVALID KEY
                        DISPLAY "ERRO DE GRAVACAO LBD043: " ST-LBD043
                        GO TO MANTEM-TOLERANCIAS-EXIT
                END-WRITE
                MOVE "INCLUSAO" TO LOG3-OPERACAO
           ELSE
                REWRITE REG-LBD043
                    INVALID KEY
                        DISPLAY "ERRO DE REGRAVACAO LBD043: "
                                ST-LBD043
                        GO TO MANTEM-TOLERANCIAS-EXIT
                END-REWRITE
                MOVE "ALTERACAO" TO LOG3-OPERACAO.

           MOVE "TOLERANCIAS-LB43" TO LOG3-CAMPO.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ANTERIOR.
           PERFORM MONTA-LOG-TOLERANCIA.
           MOVE LOG-TOLERANCIA-W   TO LOG3-VALOR-ATUAL.
           PERFORM GRAVA-LOG-CONTROLE.
           DISPLAY "CONTROLE GRAVADO.".

       MANTEM-TOLERANCIAS-EXIT. EXIT.

       MOSTRA-TOLERANCIAS SECTION.
           DISPLAY "ALVOS R (DMIN/LD/HD): " ALVO-DMIN-LB43(1) " "
                   ALVO-LD-LB43(1) " " ALVO-HD-LB43(1).
           DISPLAY "ALVOS G (DMIN/LD/HD): " ALVO-DMIN-LB43(2) " "
                   ALVO-LD-LB43(2) " " ALVO-HD-LB43(2).
           DISPLAY "ALVOS B (DMIN/LD/HD): " ALVO-DMIN-LB43(3) " "
                   ALVO-LD-LB43(3) " " ALVO-HD-LB43(3).
           DISPLAY "TOLERANCIAS.........: " TOL-DMIN-LB43 " "
                   TOL-LD-LB43 " " TOL-HD-LB43.
           DISPLAY "BLOQUEIA / SITUACAO.: " BLOQUEIA-LB43 " / "
                   SITUACAO-LB43 " " OCORRENCIA-LB43.

       MONTA-LOG-TOLERANCIA SECTION.
           MOVE TOL-DMIN-LB43 TO TOL-DMIN-LOG.
           MOVE TOL-LD-LB43   TO TOL-LD-LOG.
           MOVE TOL-HD-LB43   TO TOL-HD-LOG.
           MOVE BLOQUEIA-LB43 TO BLOQUEIA-LOG.

       SOLICITA-ALVOS SECTION.
           DISPLAY "ALVO " NOME-CANAL-TAB(CANAL-W)
                   " - DMIN.................: " WITH NO ADVANCING.
           ACCEPT ALVO-DMIN-LB43(CANAL-W).
           DISPLAY "ALVO " NOME-CANAL-TAB(CANAL-W)
                   " - LD...................: " WITH NO ADVANCING.
           ACCEPT ALVO-LD-LB43(CANAL-W).
           DISPLAY "ALVO " NOME-CANAL-TAB(CANAL-W)
                   " - HD...................: " WITH NO ADVANCING.
           ACCEPT ALVO-HD-LB43(CANAL-W).

       SOLICITA-FAIXA SECTION.
           DISPLAY "TAXA " NOME-QUIMICO-TAB(QUIMICO-W)
                   " MINIMA (ML/M2).......: " WITH NO ADVANCING.
           ACCEPT TAXA-MIN-LB43(QUIMICO-W).
           DISPLAY "TAXA " NOME-QUIMICO-TAB(QUIMICO-W)
                   " MAXIMA (ML/M2).......: " WITH NO ADVANCING.
           ACCEPT TAXA-MAX-LB43(QUIMICO-W).

      *----------------------------------------------------------------
      *    LANCA-LEITURA - grava a leitura com o resultado da
      *    comparacao e, se for a mais recente da impressora, leva a
      *    situacao para o LBD043. Leitura dentro da tolerancia com a
      *    impressora fora de controle e' a corretiva que a libera.
      *----------------------------------------------------------------
       LANCA-LEITURA SECTION.
           PERFORM SOLICITA-IMPRESSORA.
           IF   ERRO-W NOT EQUAL 0
                GO TO LANCA-LEITURA-EXIT.
           MOVE IMPRESSORA-PARM TO IMPRESSORA-LB43.
           READ LBD043
               INVALID KEY
                   DISPLAY "IMPRESSORA SEM CONTROLE CADASTRADO - VER
      -                    " OPCAO T."
                   GO TO LANCA-LEITURA-EXIT
           END-READ.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "DATA DA LEITURA (AAAAMMDD, 0=HOJE)...: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           IF   DATA-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-PARM.
           IF   DATA-PARM GREATER DATA-HOJE-W
                DISPLAY "DATA FUTURA NAO ACEITA."
                GO TO LANCA-LEITURA-EXIT.
           DISPLAY "TURNO (LBD023).......................: "
               WITH NO ADVANCING.
           ACCEPT TURNO-PARM.
           MOVE TURNO-PARM TO CODIGO-LB23.
           READ LBD023
               INVALID KEY
                   DISPLAY "TURNO INEXISTENTE."
                   GO TO LANCA-LEITURA-EXIT
           END-READ.

           INITIALIZE REG-LBD044.
           MOVE IMPRESSORA-PARM TO IMPRESSORA-LB44.
           MOVE DATA-PARM       TO DATA-LB44.
           MOVE TURNO-PARM      TO TURNO-LB44.
           PERFORM SOLICITA-LEITURA VARYING CANAL-W FROM 1 BY 1
                   UNTIL CANAL-W GREATER 3.
           PERFORM SOLICITA-TAXA VARYING QUIMICO-W FROM 1 BY 1
                   UNTIL QUIMICO-W GREATER 3.

           MOVE 0      TO FORA-W.
           MOVE ZEROS  TO MAIOR-ABS-W MAIOR-PCT-W.
           MOVE SPACES TO OCORRENCIA-W.
           PERFORM COMPARA-CANAL VARYING CANAL-W FROM 1 BY 1
                   UNTIL CANAL-W GREATER 3.
           PERFORM COMPARA-TAXA VARYING QUIMICO-W FROM 1 BY 1
                   UNTIL QUIMICO-W GREATER 3.

           IF   MAIOR-PCT-W GREATER 999
                MOVE 999 TO MAIOR-PCT-W.
           IF   MAIOR-PCT-W LESS -999
                MOVE -999 TO MAIOR-PCT-W.
           MOVE FORA-W       TO SITUACAO-LB44.
           MOVE MAIOR-PCT-W  TO PCT-DESVIO-LB44.
           MOVE OCORRENCIA-W TO OCORRENCIA-LB44.
           IF   FORA-W EQUAL 0
           AND  SITUACAO-LB43 EQUAL 1
                MOVE 1 TO CORRETIVA-LB44.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1:4)  TO HORA-LB44.
           MOVE USUARIO-PARM TO USUARIO-LB44.
           MOVE ZEROS        TO SEQ-LB44.
           PERFORM GRAVA-LEITURA.
           IF   ERRO-W NOT EQUAL 0
                GO TO LANCA-LEITURA-EXIT.

           IF   FORA-W EQUAL 1
                DISPLAY "LEITURA FORA DA TOLERANCIA: " OCORRENCIA-W
           ELSE
                DISPLAY "LEITURA DENTRO DA TOLERANCIA.".

      *    leitura retroativa fica no historico mas nao muda a
      *    situacao atual da impressora
           IF   DATA-PARM LESS DATA-ULT-LEITURA-LB43
                DISPLAY "LEITURA ANTERIOR A ULTIMA REGISTRADA - SITUACAO
      -                 " DA IMPRESSORA MANTIDA."
                GO TO LANCA-LEITURA-EXIT.

           MOVE SITUACAO-LB43 TO SITUACAO-ANTES-W.
           MOVE FORA-W        TO SITUACAO-LB43.
           MOVE DATA-PARM     TO DATA-ULT-LEITURA-LB43.
           MOVE TURNO-PARM    TO TURNO-ULT-LEITURA-LB43.
           MOVE OCORRENCIA-W  TO OCORRENCIA-LB43.
           MOVE USUARIO-PARM  TO USUARIO-LB43.
           REWRITE REG-LBD043
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO LBD043: " ST-LBD043
                   GO TO LANCA-LEITURA-EXIT
           END-REWRITE.

           IF   SITUACAO-LB43 EQUAL SITUACAO-ANTES-W
                GO TO LANCA-LEITURA-EXIT.
           MOVE "ALTERACAO"     TO LOG3-OPERACAO.
           MOVE "SITUACAO-LB43" TO LOG3-CAMPO.
           IF   SITUACAO-LB43 EQUAL 1
                MOVE "0-SOB CONTROLE"     TO LOG3-VALOR-ANTERIOR
                MOVE "1-FORA DE CONTROLE" TO LOG3-VALOR-ATUAL
                IF   BLOQUEIA-LB43 EQUAL 1
                     DISPLAY "IMPRESSORA BLOQUEADA ATE LEITURA CORRETI
      -                      "VA."
                ELSE
                     DISPLAY "IMPRESSORA FORA DE CONTROLE (SO' AVISO)."
           ELSE
                MOVE "1-FORA DE CONTROLE" TO LOG3-VALOR-ANTERIOR
                MOVE "0-SOB CONTROLE"     TO LOG3-VALOR-ATUAL
                DISPLAY "LEITURA CORRETIVA - IMPRESSORA SOB CONTROLE.".
           PERFORM GRAVA-LOG-CONTROLE.

       LANCA-LEITURA-EXIT. EXIT.

       SOLICITA-LEITURA SECTION.
           DISPLAY "LEITURA " NOME-CANAL-TAB(CANAL-W)
                   " - DMIN..............: " WITH NO ADVANCING.
           ACCEPT DMIN-LB44(CANAL-W).
           DISPLAY "LEITURA " NOME-CANAL-TAB(CANAL-W)
                   " - LD................: " WITH NO ADVANCING.
           ACCEPT LD-LB44(CANAL-W).
           DISPLAY "LEITURA " NOME-CANAL-TAB(CANAL-W)
                   " - HD................: " WITH NO ADVANCING.
           ACCEPT HD-LB44(CANAL-W).

       SOLICITA-TAXA SECTION.
           IF   TAXA-MIN-LB43(QUIMICO-W) EQUAL ZEROS
           AND  TAXA-MAX-LB43(QUIMICO-W) EQUAL ZEROS
                GO TO SOLICITA-TAXA-EXIT.
           DISPLAY "TAXA DE REFORCO " NOME-QUIMICO-TAB(QUIMICO-W)
                   " (ML/M2)....: " WITH NO ADVANCING.
           ACCEPT TAXA-LB44(QUIMICO-W).

       SOLICITA-TAXA-EXIT. EXIT.

       COMPARA-CANAL SECTION.
           MOVE DMIN-LB44(CANAL-W)      TO MEDIDA-W.
           MOVE ALVO-DMIN-LB43(CANAL-W) TO ALVO-W.
           MOVE TOL-DMIN-LB43           TO TOL-W.
           MOVE "DMIN"                  TO NOME-MEDIDA-W.
           PERFORM COMPARA-MEDIDA.
           MOVE LD-LB44(CANAL-W)        TO MEDIDA-W.
           MOVE ALVO-LD-LB43(CANAL-W)   TO ALVO-W.
           MOVE TOL-LD-LB43             TO TOL-W.
           MOVE "LD"                    TO NOME-MEDIDA-W.
           PERFORM COMPARA-MEDIDA.
           MOVE HD-LB44(CANAL-W)        TO MEDIDA-W.
           MOVE ALVO-HD-LB43(CANAL-W)   TO ALVO-W.
           MOVE TOL-HD-LB43             TO TOL-W.
           MOVE "HD"                    TO NOME-MEDIDA-W.
           PERFORM COMPARA-MEDIDA.

      *----------------------------------------------------------------
      *    COMPARA-MEDIDA - desvio da medida sobre o alvo em % da
      *    tolerancia; o maior (com sinal) vai para a carta. Medida
      *    com tolerancia zero nao e' controlada.
      *----------------------------------------------------------------
       COMPARA-MEDIDA SECTION.
           IF   TOL-W EQUAL ZEROS
                GO TO COMPARA-MEDIDA-EXIT.
           COMPUTE DESVIO-W = MEDIDA-W - ALVO-W.
           COMPUTE PCT-W ROUNDED = DESVIO-W * 100 / TOL-W.
           IF   DESVIO-W LESS ZEROS
                COMPUTE DESVIO-ABS-W = DESVIO-W * -1
                COMPUTE PCT-ABS-W    = PCT-W * -1
           ELSE
                MOVE DESVIO-W TO DESVIO-ABS-W
                MOVE PCT-W    TO PCT-ABS-W.
           IF   PCT-ABS-W GREATER MAIOR-ABS-W
                MOVE PCT-ABS-W TO MAIOR-ABS-W
                MOVE PCT-W     TO MAIOR-PCT-W.
           IF   DESVIO-ABS-W NOT GREATER TOL-W
                GO TO COMPARA-MEDIDA-EXIT.

           MOVE 1 TO FORA-W.
           IF   OCORRENCIA-W NOT EQUAL SPACES
                GO TO COMPARA-MEDIDA-EXIT.
           IF   DESVIO-W GREATER ZEROS
                STRING NOME-CANAL-TAB(CANAL-W) DELIMITED BY SPACE
                       " " NOME-MEDIDA-W DELIMITED BY SPACE
                       " ACIMA DO LIMITE" DELIMITED BY SIZE
                       INTO OCORRENCIA-W
                END-STRING
           ELSE
                STRING NOME-CANAL-TAB(CANAL-W) DELIMITED BY SPACE
                       " " NOME-MEDIDA-W DELIMITED BY SPACE
                       " ABAIXO DO LIMITE" DELIMITED BY SIZE
                       INTO OCORRENCIA-W
                END-STRING.

       COMPARA-MEDIDA-EXIT. EXIT.

       COMPARA-TAXA SECTION.
           IF   TAXA-MIN-LB43(QUIMICO-W) EQUAL ZEROS
           AND  TAXA-MAX-LB43(QUIMICO-W) EQUAL ZEROS
                GO TO COMPARA-TAXA-EXIT.
           IF   TAXA-LB44(QUIMICO-W) NOT LESS TAXA-MIN-LB43(QUIMICO-W)
           AND  TAXA-LB44(QUIMICO-W) NOT GREATER
                TAXA-MAX-LB43(QUIMICO-W)
                GO TO COMPARA-TAXA-EXIT.

           MOVE 1 TO FORA-W.
           IF   OCORRENCIA-W EQUAL SPACES
                STRING "TAXA " DELIMITED BY SIZE
                       NOME-QUIMICO-TAB(QUIMICO-W) DELIMITED BY SPACE
                       " FORA DA FAIXA" DELIMITED BY SIZE
                       INTO OCORRENCIA-W
                END-STRING.

       COMPARA-TAXA-EXIT. EXIT.

      *    proxima sequencia livre da impressora no dia e turno
       GRAVA-LEITURA SECTION.
           MOVE 0 TO ERRO-W.
           ADD 1 TO SEQ-LB44.
           WRITE REG-LBD044
               INVALID KEY
                   IF   SEQ-LB44 LESS 99
                        GO TO GRAVA-LEITURA
                   ELSE
                        DISPLAY "ERRO DE GRAVACAO LBD044: " ST-LBD044
                        MOVE 1 TO ERRO-W
                   END-IF
           END-WRITE.

       GRAVA-LEITURA-EXIT. EXIT.

       GRAVA-LOG-CONTROLE SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "LBD043"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE IMPRESSORA-LB43    TO LOG3-CHAVE-REG(1:2).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

      *----------------------------------------------------------------
      *    CARTA-CONTROLE - leituras do mes da impressora em ordem de
      *    data/turno, cada uma com o maior desvio marcado na faixa
      *    entre os limites (LIC/LSC = 100% da tolerancia) e, abaixo,
      *    as densidades medidas por canal.
      *----------------------------------------------------------------
       CARTA-CONTROLE SECTION.
           PERFORM SOLICITA-IMPRESSORA.
           IF   ERRO-W NOT EQUAL 0
                GO TO CARTA-CONTROLE-EXIT.
           DISPLAY "MES DE REFERENCIA (AAAAMM)...........: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           COMPUTE DATA-INIC-W = MESANO-PARM * 100 + 1.
           COMPUTE DATA-FIM-W  = MESANO-PARM * 100 + 31.

           MOVE SPACES TO TITULO-REL.
           STRING "CARTA DE CONTROLE DE PROCESSO - IMPRESSORA "
                  IMPRESSORA-PARM " " DESCRICAO-LB26 " - MES "
                  MESANO-PARM DELIMITED BY SIZE
                  INTO TITULO-REL
           END-STRING.
           MOVE ZEROS TO PAG-W QTDE-LEITURAS-W QTDE-FORA-W
                         QTDE-CORRETIVAS-W QTDE-DIAS-FORA-W DATA-ANT-W
                         FIM-LEITURAS-W.
           MOVE "R " TO LETRA-REL(1).
           MOVE "G " TO LETRA-REL(2).
           MOVE "B " TO LETRA-REL(3).
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE IMPRESSORA-PARM TO IMPRESSORA-LB44.
           MOVE DATA-INIC-W     TO DATA-LB44.
           MOVE LOW-VALUES      TO TURNO-LB44.
           MOVE ZEROS           TO SEQ-LB44.
           START LBD044 KEY IS NOT LESS CHAVE-LB44
               INVALID KEY
                   MOVE 1 TO FIM-LEITURAS-W
           END-START.
           PERFORM IMPRIME-LEITURA UNTIL FIM-LEITURAS-TRUE.

           PERFORM IMPRIME-TOTAIS.
           CLOSE RELAT.
           DISPLAY "CARTA IMPRESSA: " QTDE-LEITURAS-W " LEITURA(S), "
                   QTDE-FORA-W " FORA DA TOLERANCIA.".

       CARTA-CONTROLE-EXIT. EXIT.

       IMPRIME-LEITURA SECTION.
           READ LBD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURAS-W
                   GO TO IMPRIME-LEITURA-EXIT
           END-READ.
           IF   IMPRESSORA-LB44 NOT EQUAL IMPRESSORA-PARM
           OR   DATA-LB44 GREATER DATA-FIM-W
                MOVE 1 TO FIM-LEITURAS-W
                GO TO IMPRIME-LEITURA-EXIT.

           ADD 1 TO QTDE-LEITURAS-W.
           IF   CORRETIVA-LB44 EQUAL 1
                ADD 1 TO QTDE-CORRETIVAS-W.
           MOVE DATA-LB44 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R      TO DATA-REL.
           MOVE TURNO-LB44      TO TURNO-REL.
           MOVE SEQ-LB44        TO SEQ-REL.
           MOVE PCT-DESVIO-LB44 TO PCT-REL.

           MOVE SPACES TO GRAFICO-REL.
           MOVE "|"    TO GRAFICO-REL(6:1).
           MOVE ":"    TO GRAFICO-REL(26:1).
           MOVE "|"    TO GRAFICO-REL(46:1).
           COMPUTE POSICAO-W ROUNDED = 26 + PCT-DESVIO-LB44 / 5.
           IF   POSICAO-W LESS 1
                MOVE 1 TO POSICAO-W.
           IF   POSICAO-W GREATER 51
                MOVE 51 TO POSICAO-W.
           IF   SITUACAO-LB44 EQUAL 1
                MOVE "X" TO GRAFICO-REL(POSICAO-W:1)
                MOVE "FORA"  TO SITUACAO-REL
                ADD 1 TO QTDE-FORA-W
                IF   DATA-LB44 NOT EQUAL DATA-ANT-W
                     ADD 1 TO QTDE-DIAS-FORA-W
                     MOVE DATA-LB44 TO DATA-ANT-W
                END-IF
           ELSE
                MOVE "*" TO GRAFICO-REL(POSICAO-W:1)
                MOVE SPACES TO SITUACAO-REL
                IF   CORRETIVA-LB44 EQUAL 1
                     MOVE "CORR." TO SITUACAO-REL.

           MOVE DMIN-LB44(1)    TO DMIN-REL(1).
           MOVE LD-LB44(1)      TO LD-REL(1).
           MOVE HD-LB44(1)      TO HD-REL(1).
           MOVE DMIN-LB44(2)    TO DMIN-REL(2).
           MOVE LD-LB44(2)      TO LD-REL(2).
           MOVE HD-LB44(2)      TO HD-REL(2).
           MOVE DMIN-LB44(3)    TO DMIN-REL(3).
           MOVE LD-LB44(3)      TO LD-REL(3).
           MOVE HD-LB44(3)      TO HD-REL(3).
           MOVE OCORRENCIA-LB44 TO OCORRENCIA-REL.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           WRITE REG-RELAT FROM LINDENS.
           ADD  2 TO LIN.

       IMPRIME-LEITURA-EXIT. EXIT.

       CONVERTE-DATA SECTION.
           MOVE DIA-AUX-W  TO DIA-DMA-W.
           MOVE MES-AUX-W  TO MES-DMA-W.
           MOVE ANO-AUX-W  TO ANO-DMA-W.

       IMPRIME-TOTAIS SECTION.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "LEITURAS NO MES..............: " TO TEXTO-TOT.
           MOVE QTDE-LEITURAS-W   TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "LEITURAS FORA DA TOLERANCIA..: " TO TEXTO-TOT.
           MOVE QTDE-FORA-W       TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "DIAS COM LEITURA FORA........: " TO TEXTO-TOT.
           MOVE QTDE-DIAS-FORA-W  TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "LEITURAS CORRETIVAS..........: " TO TEXTO-TOT.
           MOVE QTDE-CORRETIVAS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           WRITE REG-RELAT FROM LINLEG AFTER 2.

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
           CLOSE LBD023 LBD026 LBD043 LBD044 LOG003.

       END PROGRAM LBP133.
