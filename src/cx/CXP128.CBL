       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP128.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RATEIO MENSAL POR CENTRO DE CUSTO E DRE POR CENTRO:
      *        PARA O MES INFORMADO, APAGA O QUE HOUVER DO MES EM
      *        CXD115 E REAPURA - CADA LANCAMENTO DE CXD100 VAI PARA O
      *        SEU CENTRO (CENTRO-CUSTO-CX100); O LANCAMENTO SEM
      *        CENTRO NUMA CONTA COM REGRA DE RATEIO (CXD114, SOMANDO
      *        100,00) E ESPALHADO PELOS PERCENTUAIS, O ULTIMO CENTRO
      *        DA REGRA FICANDO COM A SOBRA DE ARREDONDAMENTO; SEM
      *        REGRA FICA NO CENTRO 000. DEPOIS IMPRIME, CENTRO A
      *        CENTRO, O DRE POR GRUPO DO CXD109 (MESMO SINAL E
      *        AGRUPAMENTO DO CXP122) COM RECEITAS, DESPESAS E
      *        RESULTADO. O CXD100 NAO E ALTERADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX100.

           COPY CXPX109.

           COPY CXPX113.

           COPY CXPX114.

           COPY CXPX115.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW100.

           COPY CXPW109.

           COPY CXPW113.

           COPY CXPW114.

           COPY CXPW115.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD109             PIC XX       VALUE SPACES.
           05  ST-CXD113             PIC XX       VALUE SPACES.
           05  ST-CXD114             PIC XX       VALUE SPACES.
           05  ST-CXD115             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CXD100            PIC 9        VALUE ZEROS.
              88  FIM-CXD100-TRUE       VALUE 1.
           05  FIM-CXD109            PIC 9        VALUE ZEROS.
              88  FIM-CXD109-TRUE       VALUE 1.
           05  FIM-CXD114            PIC 9        VALUE ZEROS.
              88  FIM-CXD114-TRUE       VALUE 1.
           05  FIM-CXD115            PIC 9        VALUE ZEROS.
              88  FIM-CXD115-TRUE       VALUE 1.
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
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  FILLER REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CENTRO-LCTO-W         PIC 9(3)     VALUE ZEROS.
           05  CENTRO-QUEBRA-W       PIC 9(3)     VALUE ZEROS.
           05  SINAL-VALOR-W         PIC S9(11)V99 VALUE ZEROS.
           05  PARCELA-W             PIC S9(11)V99 VALUE ZEROS.
           05  SALDO-RATEIO-W        PIC S9(11)V99 VALUE ZEROS.
           05  TIPO-VALOR-W          PIC 9        VALUE ZEROS.
      *    TIPO-VALOR-W = 1 valor direto, 2 valor rateado
           05  QTDE-REGRAS-W         PIC 9(3)     VALUE ZEROS.
           05  QTDE-GRUPOS-W         PIC 9(3)     VALUE ZEROS.
           05  QTDE-FAIXAS-W         PIC 9(3)     VALUE ZEROS.
           05  GRUPO-ACHADO-W        PIC 9(3)     VALUE ZEROS.
           05  REGRA-INI-W           PIC 9(3)     VALUE ZEROS.
           05  REGRA-FIM-W           PIC 9(3)     VALUE ZEROS.
           05  SOMA-REGRA-W          PIC 9(5)V99  VALUE ZEROS.
           05  QTDE-LIDOS-W          PIC 9(7)     VALUE ZEROS.
           05  QTDE-RATEADOS-W       PIC 9(7)     VALUE ZEROS.
           05  QTDE-APAGADOS-W       PIC 9(7)     VALUE ZEROS.
           05  QTDE-CENTROS-W        PIC 9(3)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

      *----------------------------------------------------------------
      *    TAB-REGRA - as regras CXD114 carregadas na ordem da chave
      *    (conta, centro); SOMA-REGRA-TAB guarda em cada linha o
      *    total da conta, para recusar o rateio fora de 100,00.
      *----------------------------------------------------------------
       01  TAB-REGRA.
           05  REGRA-OCR OCCURS 500 TIMES INDEXED BY RGR-IDX.
               10  REDUZ-RGR-TAB     PIC 9(5).
               10  CENTRO-RGR-TAB    PIC 9(3).
               10  PERC-RGR-TAB      PIC 9(3)V99.
               10  SOMA-RGR-TAB      PIC 9(5)V99.

      *----------------------------------------------------------------
      *    TAB-GRUPO/TAB-FAIXA - CXD109 carregado como no CXP122; os
      *    acumuladores sao do centro em impressao e zeram na quebra.
      *----------------------------------------------------------------
       01  TAB-GRUPO.
           05  GRUPO-OCR OCCURS 100 TIMES INDEXED BY GRP-IDX.
               10  GRUPO-TAB         PIC 9(3).
               10  DESCRICAO-TAB     PIC X(30).
               10  NATUREZA-TAB      PIC 9.
               10  DIRETO-TAB        PIC S9(11)V99.
               10  RATEADO-TAB       PIC S9(11)V99.

       01  TAB-FAIXA.
           05  FAIXA-OCR OCCURS 300 TIMES INDEXED BY FXA-IDX.
               10  GRUPO-FXA-TAB     PIC 9(3).
               10  REDUZ-INI-TAB     PIC 9(5).
               10  REDUZ-FIM-TAB     PIC 9(5).

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(38)   VALUE
               "DRE POR CENTRO DE CUSTO - MES BASE ".
           05  MESANO-CAB            PIC 9(6)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(36)   VALUE
               "GRUPO DESCRICAO".
           05  FILLER                PIC X(14)   VALUE
               "        DIRETO".
           05  FILLER                PIC X(15)   VALUE
               "        RATEADO".
           05  FILLER                PIC X(15)   VALUE
               "          TOTAL".
       01  CAB05.
           05  FILLER                PIC X(17)   VALUE
               "CENTRO DE CUSTO: ".
           05  CENTRO-CAB            PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " - ".
           05  DESCR-CENTRO-CAB      PIC X(30)   VALUE SPACES.

       01  LINDET.
           05  GRUPO-REL             PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  DESCRICAO-REL         PIC X(30)   VALUE SPACES.
           05  DIRETO-REL            PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RATEADO-REL           PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOTAL-REL             PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  DESCR-TOT-REL         PIC X(36)   VALUE SPACES.
           05  TOT-DIRETO-REL        PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-RATEADO-REL       PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-TOTAL-REL         PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  TOTAIS-DRE.
           05  REC-DIRETO-W          PIC S9(11)V99 VALUE ZEROS.
           05  REC-RATEADO-W         PIC S9(11)V99 VALUE ZEROS.
           05  DESP-DIRETO-W         PIC S9(11)V99 VALUE ZEROS.
           05  DESP-RATEADO-W        PIC S9(11)V99 VALUE ZEROS.
           05  FORA-DRE-W            PIC S9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS.
           IF   ERRO-W EQUAL 0
                PERFORM CARREGA-REGRAS UNTIL FIM-CXD114-TRUE
                PERFORM CARREGA-GRUPOS UNTIL FIM-CXD109-TRUE
                PERFORM APAGA-MES
                PERFORM APURA-MES
                PERFORM IMPRIME-RELATORIO
                DISPLAY "LANCAMENTOS DO MES LIDOS....: " QTDE-LIDOS-W
                DISPLAY "LANCAMENTOS RATEADOS........: "
                        QTDE-RATEADOS-W
                DISPLAY "APURACAO ANTERIOR APAGADA...: "
                        QTDE-APAGADOS-W
                DISPLAY "CENTROS NO DRE..............: "
                        QTDE-CENTROS-W.
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
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD109" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD109.
           MOVE "CXD113" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD113.
           MOVE "CXD114" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD114.
           MOVE "CXD115" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD115.
           CLOSE CONTROLE.

           OPEN INPUT CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.
           OPEN INPUT CXD109.
           IF   ST-CXD109 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD109: " ST-CXD109
                DISPLAY "CADASTRE OS GRUPOS NO CXP121."
                MOVE 1 TO ERRO-W.
           OPEN INPUT CXD113.
           IF   ST-CXD113 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD113: " ST-CXD113
                DISPLAY "CADASTRE OS CENTROS NO CXP127."
                MOVE 1 TO ERRO-W.
      *    sem regra de rateio o mes apura so o direto
           OPEN INPUT CXD114.
           IF   ST-CXD114 NOT EQUAL "00"
                MOVE 1 TO FIM-CXD114.
           OPEN I-O CXD115.
           IF   ST-CXD115 EQUAL "35"
                CLOSE CXD115       OPEN OUTPUT CXD115
                CLOSE CXD115       OPEN I-O CXD115.
           IF   ST-CXD115 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD115: " ST-CXD115
                MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "CXP128" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.

           DISPLAY "MES DO RATEIO (AAAAMM)...............: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   MES-PARM LESS 1 OR MES-PARM GREATER 12
                DISPLAY "MES INVALIDO."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.
           MOVE MESANO-PARM TO MESANO-CAB.
           MOVE MESANO-PARM TO DATA-INI-W(1:6).
           MOVE "01"        TO DATA-INI-W(7:2).
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARREGA-REGRAS - le CXD114 na ordem da chave; na quebra de
      *    conta grava a soma da conta em todas as linhas dela.
      *----------------------------------------------------------------
       CARREGA-REGRAS SECTION.
           READ CXD114 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD114
                   PERFORM FECHA-SOMA-REGRA
                   GO TO CARREGA-REGRAS-EXIT.

           IF   QTDE-REGRAS-W NOT LESS 500
                DISPLAY "AVISO: LIMITE DE 500 REGRAS DE RATEIO ATINGIDO"
                MOVE 1 TO FIM-CXD114
                PERFORM FECHA-SOMA-REGRA
                GO TO CARREGA-REGRAS-EXIT.

           IF   QTDE-REGRAS-W GREATER ZEROS
                SET RGR-IDX TO QTDE-REGRAS-W
                IF   REDUZ-RGR-TAB (RGR-IDX) NOT EQUAL
                     CONTA-REDUZ-CX114
                     PERFORM FECHA-SOMA-REGRA.
           IF   REGRA-INI-W EQUAL ZEROS
                COMPUTE REGRA-INI-W = QTDE-REGRAS-W + 1
                MOVE ZEROS TO SOMA-REGRA-W.

           ADD 1 TO QTDE-REGRAS-W.
           SET RGR-IDX TO QTDE-REGRAS-W.
           MOVE CONTA-REDUZ-CX114 TO REDUZ-RGR-TAB (RGR-IDX).
           MOVE CENTRO-CX114      TO CENTRO-RGR-TAB (RGR-IDX).
           MOVE PERCENTUAL-CX114  TO PERC-RGR-TAB (RGR-IDX).
           ADD  PERCENTUAL-CX114  TO SOMA-REGRA-W.

       CARREGA-REGRAS-EXIT. EXIT.

       FECHA-SOMA-REGRA SECTION.
           IF   REGRA-INI-W EQUAL ZEROS
                GO TO FECHA-SOMA-REGRA-EXIT.
           IF   SOMA-REGRA-W NOT EQUAL 100
                SET RGR-IDX TO REGRA-INI-W
                DISPLAY "AVISO: CONTA " REDUZ-RGR-TAB (RGR-IDX)
                        " COM RATEIO FORA DE 100% - NAO RATEADA".
           SET RGR-IDX TO REGRA-INI-W.
           PERFORM MARCA-SOMA-REGRA
               UNTIL RGR-IDX GREATER QTDE-REGRAS-W.
           MOVE ZEROS TO REGRA-INI-W.

       FECHA-SOMA-REGRA-EXIT. EXIT.

       MARCA-SOMA-REGRA SECTION.
           MOVE SOMA-REGRA-W TO SOMA-RGR-TAB (RGR-IDX).
           SET RGR-IDX UP BY 1.

       MARCA-SOMA-REGRA-EXIT. EXIT.

       CARREGA-GRUPOS SECTION.
           READ CXD109 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD109
                   GO TO CARREGA-GRUPOS-EXIT.

           IF   FAIXA-CX109 EQUAL ZEROS
                IF   QTDE-GRUPOS-W LESS 100
                     ADD 1 TO QTDE-GRUPOS-W
                     SET GRP-IDX TO QTDE-GRUPOS-W
                     MOVE GRUPO-CX109     TO GRUPO-TAB (GRP-IDX)
                     MOVE DESCRICAO-CX109 TO DESCRICAO-TAB (GRP-IDX)
                     MOVE NATUREZA-CX109  TO NATUREZA-TAB (GRP-IDX)
                     MOVE ZEROS TO DIRETO-TAB (GRP-IDX)
                                   RATEADO-TAB (GRP-IDX)
                ELSE
                     DISPLAY "AVISO: LIMITE DE 100 GRUPOS ATINGIDO"
                END-IF
           ELSE
                IF   QTDE-FAIXAS-W LESS 300
                     ADD 1 TO QTDE-FAIXAS-W
                     SET FXA-IDX TO QTDE-FAIXAS-W
                     MOVE GRUPO-CX109     TO GRUPO-FXA-TAB (FXA-IDX)
                     MOVE REDUZ-INI-CX109 TO REDUZ-INI-TAB (FXA-IDX)
                     MOVE REDUZ-FIM-CX109 TO REDUZ-FIM-TAB (FXA-IDX)
                ELSE
                     DISPLAY "AVISO: LIMITE DE 300 FAIXAS ATINGIDO".

       CARREGA-GRUPOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APAGA-MES - reapurar o mes substitui a apuracao anterior.
      *----------------------------------------------------------------
       APAGA-MES SECTION.
           MOVE MESANO-PARM TO MESANO-CX115.
           MOVE ZEROS       TO CENTRO-CX115 CONTA-REDUZ-CX115.
           MOVE ZEROS       TO FIM-CXD115.
           START CXD115 KEY IS NOT LESS CHAVE-CX115
               INVALID KEY
                   GO TO APAGA-MES-EXIT.
           PERFORM APAGA-UM-CXD115 UNTIL FIM-CXD115-TRUE.

       APAGA-MES-EXIT. EXIT.

       APAGA-UM-CXD115 SECTION.
           READ CXD115 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD115
                   GO TO APAGA-UM-CXD115-EXIT.
           IF   MESANO-CX115 NOT EQUAL MESANO-PARM
                MOVE 1 TO FIM-CXD115
                GO TO APAGA-UM-CXD115-EXIT.
           DELETE CXD115
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CXD115: " ST-CXD115
               NOT INVALID KEY
                   ADD 1 TO QTDE-APAGADOS-W
           END-DELETE.

       APAGA-UM-CXD115-EXIT. EXIT.

       APURA-MES SECTION.
           MOVE DATA-INI-W TO DATA-MOV-CX100.
           MOVE ZEROS      TO SEQ-CX100 FIM-CXD100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100
               INVALID KEY
                   MOVE 1 TO FIM-CXD100.
           PERFORM APURA-CXD100 UNTIL FIM-CXD100-TRUE.

       APURA-MES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-CXD100 - sinal do CXP122 (credito positivo, debito
      *    negativo); centro branco/invalido vale 000.
      *----------------------------------------------------------------
       APURA-CXD100 SECTION.
           READ CXD100 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD100
                   GO TO APURA-CXD100-EXIT.
           IF   DATA-MOV-CX100(1:6) NOT EQUAL MESANO-PARM
                MOVE 1 TO FIM-CXD100
                GO TO APURA-CXD100-EXIT.
           ADD 1 TO QTDE-LIDOS-W.

           IF   TIPO-LCTO-CX100 LESS 50
                COMPUTE SINAL-VALOR-W = ZEROS - VALOR-CX100
           ELSE
                MOVE VALOR-CX100 TO SINAL-VALOR-W.

           IF   CENTRO-CUSTO-CX100 NUMERIC
                MOVE CENTRO-CUSTO-CX100 TO CENTRO-LCTO-W
           ELSE
                MOVE ZEROS TO CENTRO-LCTO-W.

           IF   CENTRO-LCTO-W EQUAL ZEROS
                PERFORM ACHA-REGRA-DA-CONTA
                IF   REGRA-INI-W NOT EQUAL ZEROS
                     PERFORM RATEIA-LANCAMENTO
                     ADD 1 TO QTDE-RATEADOS-W
                     GO TO APURA-CXD100-EXIT.

           MOVE 1             TO TIPO-VALOR-W.
           MOVE SINAL-VALOR-W TO PARCELA-W.
           PERFORM ACUMULA-CXD115.

       APURA-CXD100-EXIT. EXIT.

      *    devolve em REGRA-INI-W/REGRA-FIM-W as linhas da conta na
      *    TAB-REGRA, so se os percentuais somarem 100,00
       ACHA-REGRA-DA-CONTA SECTION.
           MOVE ZEROS TO REGRA-INI-W REGRA-FIM-W.
           IF   QTDE-REGRAS-W EQUAL ZEROS
                GO TO ACHA-REGRA-DA-CONTA-EXIT.
           SET RGR-IDX TO 1.
           SEARCH REGRA-OCR
               AT END
                   GO TO ACHA-REGRA-DA-CONTA-EXIT
               WHEN REDUZ-RGR-TAB (RGR-IDX) EQUAL CONTA-REDUZ-CX100
                   CONTINUE
           END-SEARCH.
           IF   RGR-IDX GREATER QTDE-REGRAS-W
           OR   SOMA-RGR-TAB (RGR-IDX) NOT EQUAL 100
                GO TO ACHA-REGRA-DA-CONTA-EXIT.
           SET REGRA-INI-W TO RGR-IDX.
           SET REGRA-FIM-W TO RGR-IDX.
           PERFORM AVANCA-FIM-REGRA
               UNTIL REGRA-FIM-W NOT LESS QTDE-REGRAS-W
                  OR REDUZ-RGR-TAB (REGRA-FIM-W + 1) NOT EQUAL
                     CONTA-REDUZ-CX100.

       ACHA-REGRA-DA-CONTA-EXIT. EXIT.

       AVANCA-FIM-REGRA SECTION.
           ADD 1 TO REGRA-FIM-W.

       AVANCA-FIM-REGRA-EXIT. EXIT.

      *    uma parcela por centro da regra; o ultimo leva o saldo para
      *    a soma das parcelas fechar com o lancamento
       RATEIA-LANCAMENTO SECTION.
           MOVE 2             TO TIPO-VALOR-W.
           MOVE SINAL-VALOR-W TO SALDO-RATEIO-W.
           SET RGR-IDX TO REGRA-INI-W.
           PERFORM RATEIA-UM-CENTRO
               UNTIL RGR-IDX GREATER REGRA-FIM-W.

       RATEIA-LANCAMENTO-EXIT. EXIT.

       RATEIA-UM-CENTRO SECTION.
           IF   RGR-IDX EQUAL REGRA-FIM-W
                MOVE SALDO-RATEIO-W TO PARCELA-W
           ELSE
                COMPUTE PARCELA-W ROUNDED =
                        SINAL-VALOR-W * PERC-RGR-TAB (RGR-IDX) / 100
                SUBTRACT PARCELA-W FROM SALDO-RATEIO-W.
           MOVE CENTRO-RGR-TAB (RGR-IDX) TO CENTRO-LCTO-W.
           PERFORM ACUMULA-CXD115.
           SET RGR-IDX UP BY 1.

       RATEIA-UM-CENTRO-EXIT. EXIT.

       ACUMULA-CXD115 SECTION.
           MOVE MESANO-PARM       TO MESANO-CX115.
           MOVE CENTRO-LCTO-W     TO CENTRO-CX115.
           MOVE CONTA-REDUZ-CX100 TO CONTA-REDUZ-CX115.
           READ CXD115
               INVALID KEY
                   MOVE ZEROS TO VALOR-DIRETO-CX115
                                 VALOR-RATEADO-CX115
                   PERFORM SOMA-PARCELA-CXD115
                   WRITE REG-CXD115
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CXD115: " ST-CXD115
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SOMA-PARCELA-CXD115
                   REWRITE REG-CXD115
                       INVALID KEY
                           DISPLAY "ERRO REGRAVACAO CXD115: "
                                   ST-CXD115
                   END-REWRITE
           END-READ.

       ACUMULA-CXD115-EXIT. EXIT.

       SOMA-PARCELA-CXD115 SECTION.
           IF   TIPO-VALOR-W EQUAL 1
                ADD PARCELA-W TO VALOR-DIRETO-CX115
           ELSE
                ADD PARCELA-W TO VALOR-RATEADO-CX115.
           MOVE DATA-HOJE-W  TO DATA-APURACAO-CX115.
           MOVE USUARIO-PARM TO USUARIO-CX115.

      *----------------------------------------------------------------
      *    IMPRIME-RELATORIO - le a apuracao do mes na ordem da chave
      *    (centro, conta): cada centro e uma pagina do DRE.
      *----------------------------------------------------------------
       IMPRIME-RELATORIO SECTION.
           MOVE MESANO-PARM TO MESANO-CX115.
           MOVE ZEROS       TO CENTRO-CX115 CONTA-REDUZ-CX115.
           MOVE ZEROS       TO FIM-CXD115.
           MOVE 999         TO CENTRO-QUEBRA-W.
           START CXD115 KEY IS NOT LESS CHAVE-CX115
               INVALID KEY
                   DISPLAY "NENHUM LANCAMENTO NO MES."
                   GO TO IMPRIME-RELATORIO-EXIT.
           PERFORM LE-CXD115 UNTIL FIM-CXD115-TRUE.
           IF   QTDE-CENTROS-W GREATER ZEROS
                PERFORM FECHA-CENTRO.

       IMPRIME-RELATORIO-EXIT. EXIT.

       LE-CXD115 SECTION.
           READ CXD115 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD115
                   GO TO LE-CXD115-EXIT.
           IF   MESANO-CX115 NOT EQUAL MESANO-PARM
                MOVE 1 TO FIM-CXD115
                GO TO LE-CXD115-EXIT.

           IF   CENTRO-CX115 NOT EQUAL CENTRO-QUEBRA-W
           OR   QTDE-CENTROS-W EQUAL ZEROS
                IF   QTDE-CENTROS-W GREATER ZEROS
                     PERFORM FECHA-CENTRO
                END-IF
                PERFORM ABRE-CENTRO.

           PERFORM ACHA-GRUPO-DA-CONTA.
           IF   GRUPO-ACHADO-W EQUAL ZEROS
                ADD VALOR-DIRETO-CX115  TO FORA-DRE-W
                ADD VALOR-RATEADO-CX115 TO FORA-DRE-W
                GO TO LE-CXD115-EXIT.
           PERFORM LOCALIZA-IDX-GRUPO.
           ADD VALOR-DIRETO-CX115  TO DIRETO-TAB (GRP-IDX).
           ADD VALOR-RATEADO-CX115 TO RATEADO-TAB (GRP-IDX).

       LE-CXD115-EXIT. EXIT.

       ABRE-CENTRO SECTION.
           ADD 1 TO QTDE-CENTROS-W.
           MOVE CENTRO-CX115 TO CENTRO-QUEBRA-W CENTRO-CAB
                                CENTRO-CX113.
           IF   CENTRO-CX115 EQUAL ZEROS
                MOVE "SEM CENTRO" TO DESCR-CENTRO-CAB
           ELSE
                READ CXD113
                    INVALID KEY
                        MOVE "*** NAO CADASTRADO ***"
                          TO DESCR-CENTRO-CAB
                    NOT INVALID KEY
                        MOVE DESCRICAO-CX113 TO DESCR-CENTRO-CAB
                END-READ.
           MOVE ZEROS TO REC-DIRETO-W REC-RATEADO-W
                         DESP-DIRETO-W DESP-RATEADO-W FORA-DRE-W.
           SET GRP-IDX TO 1.
           PERFORM ZERA-GRUPO UNTIL GRP-IDX GREATER QTDE-GRUPOS-W.

       ABRE-CENTRO-EXIT. EXIT.

       ZERA-GRUPO SECTION.
           MOVE ZEROS TO DIRETO-TAB (GRP-IDX) RATEADO-TAB (GRP-IDX).
           SET GRP-IDX UP BY 1.

       ZERA-GRUPO-EXIT. EXIT.

       FECHA-CENTRO SECTION.
           PERFORM CABECALHO.
           SET GRP-IDX TO 1.
           PERFORM IMPRIME-LINHA-GRUPO
               UNTIL GRP-IDX GREATER QTDE-GRUPOS-W.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "RECEITAS" TO DESCR-TOT-REL.
           MOVE REC-DIRETO-W  TO TOT-DIRETO-REL.
           MOVE REC-RATEADO-W TO TOT-RATEADO-REL.
           COMPUTE TOT-TOTAL-REL = REC-DIRETO-W + REC-RATEADO-W.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "DESPESAS" TO DESCR-TOT-REL.
           MOVE DESP-DIRETO-W  TO TOT-DIRETO-REL.
           MOVE DESP-RATEADO-W TO TOT-RATEADO-REL.
           COMPUTE TOT-TOTAL-REL = DESP-DIRETO-W + DESP-RATEADO-W.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "RESULTADO" TO DESCR-TOT-REL.
           COMPUTE TOT-DIRETO-REL  = REC-DIRETO-W + DESP-DIRETO-W.
           COMPUTE TOT-RATEADO-REL = REC-RATEADO-W + DESP-RATEADO-W.
           COMPUTE TOT-TOTAL-REL   = REC-DIRETO-W + DESP-DIRETO-W
                                   + REC-RATEADO-W + DESP-RATEADO-W.
           WRITE REG-RELAT FROM LINTOT.
           IF   FORA-DRE-W NOT EQUAL ZEROS
                MOVE "CONTAS FORA DOS GRUPOS DO DRE" TO DESCR-TOT-REL
                MOVE ZEROS      TO TOT-DIRETO-REL TOT-RATEADO-REL
                MOVE FORA-DRE-W TO TOT-TOTAL-REL
                WRITE REG-RELAT FROM LINTOT AFTER 2.

       FECHA-CENTRO-EXIT. EXIT.

       IMPRIME-LINHA-GRUPO SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE GRUPO-TAB (GRP-IDX)     TO GRUPO-REL.
           MOVE DESCRICAO-TAB (GRP-IDX) TO DESCRICAO-REL.
           MOVE DIRETO-TAB (GRP-IDX)    TO DIRETO-REL.
           MOVE RATEADO-TAB (GRP-IDX)   TO RATEADO-REL.
           COMPUTE TOTAL-REL = DIRETO-TAB (GRP-IDX)
                             + RATEADO-TAB (GRP-IDX).
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

           IF   NATUREZA-TAB (GRP-IDX) EQUAL 0
                ADD DIRETO-TAB (GRP-IDX)  TO REC-DIRETO-W
                ADD RATEADO-TAB (GRP-IDX) TO REC-RATEADO-W
           ELSE
                ADD DIRETO-TAB (GRP-IDX)  TO DESP-DIRETO-W
                ADD RATEADO-TAB (GRP-IDX) TO DESP-RATEADO-W.
           SET GRP-IDX UP BY 1.

       IMPRIME-LINHA-GRUPO-EXIT. EXIT.

       ACHA-GRUPO-DA-CONTA SECTION.
           MOVE ZEROS TO GRUPO-ACHADO-W.
           IF   QTDE-FAIXAS-W EQUAL ZEROS
                GO TO ACHA-GRUPO-DA-CONTA-EXIT.
           SET FXA-IDX TO 1.
           SEARCH FAIXA-OCR
               AT END
                   CONTINUE
               WHEN CONTA-REDUZ-CX115 NOT LESS
                    REDUZ-INI-TAB (FXA-IDX)
               AND  CONTA-REDUZ-CX115 NOT GREATER
                    REDUZ-FIM-TAB (FXA-IDX)
                   MOVE GRUPO-FXA-TAB (FXA-IDX) TO GRUPO-ACHADO-W
           END-SEARCH.

       ACHA-GRUPO-DA-CONTA-EXIT. EXIT.

       LOCALIZA-IDX-GRUPO SECTION.
           SET GRP-IDX TO 1.
           SEARCH GRUPO-OCR
               AT END
                   SET GRP-IDX TO 1
               WHEN GRUPO-TAB (GRP-IDX) EQUAL GRUPO-ACHADO-W
                   CONTINUE
           END-SEARCH.

       LOCALIZA-IDX-GRUPO-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 6 TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE CXD100 CXD109 CXD113 CXD114 CXD115.
           IF   ERRO-W EQUAL 0
                CLOSE RELAT.

       END PROGRAM CXP128.
