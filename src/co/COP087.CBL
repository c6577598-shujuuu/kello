       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP087.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: REAJUSTE ANUAL DAS PARCELAS EM ABERTO DOS CONTRATOS
      *        PELO INDICE (IGPM, IPCA... - TABELA COD067, COP086).
      *        PARA O MES PEDIDO, CADA CONTRATO VIGENTE QUE FAZ
      *        ANIVERSARIO DA DATA-CONTRATO-CO41 NELE TEM AS PARCELAS
      *        DO COD044 NAO PAGAS COM VENCIMENTO A PARTIR DO
      *        ANIVERSARIO CORRIGIDAS PELO INDICE ACUMULADO DOS 12
      *        MESES ANTERIORES; A CORRECAO VIRA UM ADITIVO NO COD046
      *        (VALOR ANTERIOR/NOVO DO CONTRATO, COMO NO COP052) E O
      *        VALOR-CONTRATO-CO41 E REGRAVADO. CONTRATO CANCELADO OU
      *        CONCLUIDO, COM PLANO DE RENEGOCIACAO (COP056) EM ABERTO
      *        OU JA REAJUSTADO NO MES SAI LISTADO SEM CORRECAO.
      *        SEMPRE IMPRIME A SIMULACAO PRIMEIRO; A GRAVACAO SO VEM
      *        DEPOIS DA CONFIRMACAO DO OPERADOR (CONVENCAO GAPWCNV).
      *        INDICE ACUMULADO ZERO OU NEGATIVO NAO REAJUSTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX041.

           COPY COPX044.

           COPY COPX046.

           COPY COPX067.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW044.

           COPY COPW046.

           COPY COPW067.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(100).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD046             PIC XX       VALUE SPACES.
           05  ST-COD067             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD041            PIC 9        VALUE ZEROS.
              88  FIM-COD041-TRUE       VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  PASSADA-W             PIC 9        VALUE ZEROS.
      *    PASSADA-W = 1-SIMULACAO IMPRESSA  2-GRAVACAO CONFIRMADA
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  INDICE-PARM           PIC X(5)     VALUE SPACES.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  MESANO-R REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ANO-MES-CALC-W        PIC 9(6)     VALUE ZEROS.
           05  ANO-MES-CALC-R REDEFINES ANO-MES-CALC-W.
               10  ANO-CALC-W        PIC 9(4).
               10  MES-CALC-W        PIC 9(2).
           05  MES-FALTANTE-W        PIC 9(6)     VALUE ZEROS.
           05  FATOR-W               PIC 9(3)V9(8) VALUE ZEROS.
           05  PERC-ACUM-W           PIC S9(3)V9(4) VALUE ZEROS.
           05  PERC-EDIT-W           PIC -ZZ9,9999 VALUE ZEROS.
           05  DATA-CONTRATO-W       PIC 9(8)     VALUE ZEROS.
           05  DATA-CONTRATO-R REDEFINES DATA-CONTRATO-W.
               10  ANO-CONTRATO-W    PIC 9(4).
               10  MES-CONTRATO-W    PIC 9(2).
               10  DIA-CONTRATO-W    PIC 9(2).
           05  DATA-ANIVERSARIO-W    PIC 9(8)     VALUE ZEROS.
           05  EM-RENEGOCIACAO-W     PIC 9        VALUE ZEROS.
           05  JA-REAJUSTADO-W       PIC 9        VALUE ZEROS.
           05  QTDE-PARC-W           PIC 9(3)     VALUE ZEROS.
           05  TOTAL-ANTES-W         PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-DEPOIS-W        PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-NOVO-W          PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CONTRATO-NOVO-W PIC 9(8)V99  VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  OCORRENCIA-W          PIC X(30)    VALUE SPACES.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  QTDE-ANIVERSARIO-W    PIC 9(5)     VALUE ZEROS.
           05  QTDE-IGNORADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-PARC-TOTAL-W     PIC 9(6)     VALUE ZEROS.
           05  DIFERENCA-TOTAL-W     PIC 9(11)V99 VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): a assinatura do LOG003 so vale depois de
      *    conferida; "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

           COPY GAPWCNV.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(23)   VALUE
           "REAJUSTE ANUAL - INDICE".
           05  FILLER                PIC X       VALUE SPACES.
           05  INDICE-CAB-REL        PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE " ANIVERSARIO ".
           05  MES-CAB-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-CAB-REL           PIC 9999    VALUE ZEROS.
           05  FILLER                PIC X(11)   VALUE " ACUMULADO ".
           05  PERC-CAB-REL          PIC -ZZ9,9999 VALUE ZEROS.
           05  FILLER                PIC X       VALUE "%".
           05  SIMULA-CAB-REL        PIC X(30)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(100)  VALUE
           "CONTR. CURSO TURMA ANIVERSARIO PARC     VALOR ANTES    VALOR
      -    " DEPOIS OCORRENCIA".

       01  LINDET.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  CURSO-REL             PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X       VALUE SPACES.
           05  TURMA-REL             PIC X(5)    VALUE SPACES.
           05  DATA-ANIV-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  QTDE-PARC-REL         PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  VALOR-ANTES-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  VALOR-DEPOIS-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OCORRENCIA-REL        PIC X(30)   VALUE SPACES.

       01  LINPAR.
           05  FILLER                PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(8)    VALUE "PARCELA ".
           05  PARCELA-PAR-REL       PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(6)    VALUE " VCTO ".
           05  DATA-VCTO-PAR-REL     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-ANTES-PAR-REL   PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE " -> ".
           05  VALOR-DEPOIS-PAR-REL  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  DESC-TOT-REL          PIC X(40)   VALUE SPACES.
           05  QTDE-TOT-REL          PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-TOT-REL         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS.
           IF   ERRO-W EQUAL 0
                PERFORM CALCULA-INDICE-ACUMULADO.
           IF   ERRO-W EQUAL 0
                MOVE 1 TO PASSADA-W
                PERFORM CABECALHO
                PERFORM PROCESSA-PASSADA
                PERFORM IMPRIME-TOTAIS
                PERFORM CONFIRMA-GRAVACAO.
           IF   ERRO-W EQUAL 0 AND PASSADA-W EQUAL 2
                PERFORM PROCESSA-PASSADA
                PERFORM EXIBE-RESUMO.
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
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD046" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD046.
           MOVE "COD067" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD067.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O COD041.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.

           OPEN I-O COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

           OPEN I-O COD046.
           IF   ST-COD046 EQUAL "35"
                OPEN OUTPUT COD046
                CLOSE COD046
                OPEN I-O COD046.
           IF   ST-COD046 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD046: " ST-COD046
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD067.
           IF   ST-COD067 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD067: " ST-COD067
                        " - TABELA DE INDICES NAO CADASTRADA (COP086)"
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL....................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "COP087" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "INDICE DO REAJUSTE (IGPM, IPCA...).....: "
               WITH NO ADVANCING.
           ACCEPT INDICE-PARM.
           DISPLAY "MES DO ANIVERSARIO (AAAAMM)............: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   INDICE-PARM EQUAL SPACES
           OR   MES-PARM LESS 1 OR MES-PARM GREATER 12
                DISPLAY "INDICE OU MES INVALIDO."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.
           DISPLAY "SOMENTE SIMULAR, SEM GRAVAR (S/N)......: "
               WITH NO ADVANCING.
           ACCEPT RESP-MODO-GA.
           MOVE INDICE-PARM TO INDICE-CAB-REL.
           MOVE MES-PARM    TO MES-CAB-REL.
           MOVE ANO-PARM    TO ANO-CAB-REL.
           MOVE " (SIMULACAO - NADA GRAVADO)" TO SIMULA-CAB-REL.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-INDICE-ACUMULADO - produto de (1 + variacao) dos 12
      *    meses anteriores ao do aniversario; mes faltante no COD067
      *    recusa a execucao inteira, para nenhum contrato sair com
      *    correcao parcial.
      *----------------------------------------------------------------
       CALCULA-INDICE-ACUMULADO SECTION.
           MOVE 1           TO FATOR-W.
           MOVE ZEROS       TO MES-FALTANTE-W.
           COMPUTE ANO-CALC-W = ANO-PARM - 1.
           MOVE MES-PARM    TO MES-CALC-W.
           PERFORM ACUMULA-MES 12 TIMES.
           IF   MES-FALTANTE-W NOT EQUAL ZEROS
                DISPLAY "INDICE " INDICE-PARM " SEM O MES "
                        MES-FALTANTE-W(5:2) "/" MES-FALTANTE-W(1:4)
                        " NO COD067 - REAJUSTE NAO EXECUTADO."
                MOVE 1 TO ERRO-W
                GO TO CALCULA-INDICE-ACUMULADO-EXIT.
           COMPUTE PERC-ACUM-W ROUNDED = (FATOR-W - 1) * 100.
           MOVE PERC-ACUM-W TO PERC-CAB-REL PERC-EDIT-W.
           DISPLAY "INDICE ACUMULADO DOS 12 MESES..........: "
                   PERC-EDIT-W "%".
           IF   FATOR-W NOT GREATER 1
                DISPLAY "INDICE ACUMULADO ZERO OU NEGATIVO - "
                        "CONTRATOS NAO REAJUSTADOS."
                MOVE 1 TO ERRO-W
                GO TO CALCULA-INDICE-ACUMULADO-EXIT.

           MOVE SPACES TO MOTIVO-W.
           STRING "REAJUSTE " INDICE-PARM MESANO-PARM PERC-EDIT-W
                  "%" DELIMITED BY SIZE INTO MOTIVO-W.

       CALCULA-INDICE-ACUMULADO-EXIT. EXIT.

       ACUMULA-MES SECTION.
           MOVE INDICE-PARM    TO INDICE-CO67.
           MOVE ANO-MES-CALC-W TO ANO-MES-CO67.
           READ COD067
               INVALID KEY
                   IF   MES-FALTANTE-W EQUAL ZEROS
                        MOVE ANO-MES-CALC-W TO MES-FALTANTE-W
                   END-IF
               NOT INVALID KEY
                   COMPUTE FATOR-W ROUNDED =
                           FATOR-W * (1 + PERCENTUAL-CO67 / 100)
           END-READ.
           ADD 1 TO MES-CALC-W.
           IF   MES-CALC-W GREATER 12
                MOVE 1 TO MES-CALC-W
                ADD  1 TO ANO-CALC-W.

       ACUMULA-MES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCESSA-PASSADA - varre o COD041; na passada 1 so simula e
      *    imprime, na 2 (confirmada) grava. As duas dao o mesmo
      *    resultado porque a 1 nao altera nada.
      *----------------------------------------------------------------
       PROCESSA-PASSADA SECTION.
           MOVE ZEROS TO FIM-COD041 QTDE-ANIVERSARIO-W QTDE-IGNORADOS-W
                         QTDE-PARC-TOTAL-W DIFERENCA-TOTAL-W.
           MOVE LOW-VALUES TO CHAVE-CO41 OF REG-COD041.
           START COD041 KEY IS NOT LESS CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   MOVE 1 TO FIM-COD041.
           PERFORM TRATA-CONTRATO UNTIL FIM-COD041-TRUE.

       TRATA-CONTRATO SECTION.
           READ COD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD041
                   GO TO TRATA-CONTRATO-EXIT.

           MOVE DATA-CONTRATO-CO41 TO DATA-CONTRATO-W.
           IF   MES-CONTRATO-W NOT EQUAL MES-PARM
           OR   ANO-CONTRATO-W NOT LESS ANO-PARM
                GO TO TRATA-CONTRATO-EXIT.
           COMPUTE DATA-ANIVERSARIO-W = MESANO-PARM * 100
                                      + DIA-CONTRATO-W.
           ADD 1 TO QTDE-ANIVERSARIO-W.
           MOVE ZEROS TO QTDE-PARC-W TOTAL-ANTES-W TOTAL-DEPOIS-W.

           IF   SITUACAO-CO41 EQUAL 1
                MOVE "IGNORADO - CONTRATO CANCELADO" TO OCORRENCIA-W
                PERFORM IGNORA-CONTRATO
                GO TO TRATA-CONTRATO-EXIT.
           IF   SITUACAO-CO41 NOT EQUAL 0
                MOVE "IGNORADO - CONTRATO CONCLUIDO" TO OCORRENCIA-W
                PERFORM IGNORA-CONTRATO
                GO TO TRATA-CONTRATO-EXIT.

           PERFORM VERIFICA-ADITIVO-REAJUSTE.
           IF   JA-REAJUSTADO-W EQUAL 1
                MOVE "IGNORADO - JA REAJUSTADO"      TO OCORRENCIA-W
                PERFORM IGNORA-CONTRATO
                GO TO TRATA-CONTRATO-EXIT.

           PERFORM VERIFICA-PARCELAS.
           IF   EM-RENEGOCIACAO-W EQUAL 1
                MOVE "IGNORADO - EM RENEGOCIACAO"    TO OCORRENCIA-W
                PERFORM IGNORA-CONTRATO
                GO TO TRATA-CONTRATO-EXIT.
           IF   QTDE-PARC-W EQUAL ZEROS
                MOVE "SEM PARCELA A VENCER EM ABERTO" TO OCORRENCIA-W
                PERFORM IGNORA-CONTRATO
                GO TO TRATA-CONTRATO-EXIT.

           COMPUTE VALOR-CONTRATO-NOVO-W = VALOR-CONTRATO-CO41
                                         + TOTAL-DEPOIS-W
                                         - TOTAL-ANTES-W.
           ADD  QTDE-PARC-W TO QTDE-PARC-TOTAL-W.
           COMPUTE DIFERENCA-TOTAL-W = DIFERENCA-TOTAL-W
                                     + TOTAL-DEPOIS-W - TOTAL-ANTES-W.

           IF   PASSADA-W EQUAL 1
                IF   RESP-MODO-GA EQUAL "S" OR RESP-MODO-GA EQUAL "s"
                     MOVE "SIMULADO"  TO OCORRENCIA-W
                ELSE
                     MOVE "A GRAVAR"  TO OCORRENCIA-W
                END-IF
                PERFORM IMPRIME-CONTRATO
           ELSE
                PERFORM GRAVA-ADITIVO
                IF   ERRO-W NOT EQUAL 0
                     MOVE 0 TO ERRO-W
                     GO TO TRATA-CONTRATO-EXIT
                END-IF
           END-IF.

           PERFORM CORRIGE-PARCELAS.

           IF   PASSADA-W EQUAL 2
                MOVE VALOR-CONTRATO-CO41   TO VALOR-ANTES-W
                MOVE VALOR-CONTRATO-NOVO-W TO VALOR-CONTRATO-CO41
                REWRITE REG-COD041
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD041: " ST-COD041
                                " CONTRATO " NR-CONTRATO-CO41
                    NOT INVALID KEY
                        PERFORM GRAVA-LOG-CONTRATO
                END-REWRITE
                ADD 1 TO QTDE-ALTERADOS-GA
           ELSE
                ADD 1 TO QTDE-SIMULADOS-GA.
           ADD 1 TO QTDE-PROCESSADOS-GA.

       TRATA-CONTRATO-EXIT. EXIT.

       IGNORA-CONTRATO SECTION.
           ADD 1 TO QTDE-IGNORADOS-W.
           IF   PASSADA-W EQUAL 1
                PERFORM IMPRIME-CONTRATO.

      *----------------------------------------------------------------
      *    VERIFICA-ADITIVO-REAJUSTE - o motivo do aditivo leva indice
      *    e mes do aniversario; achando um igual o contrato ja foi
      *    reajustado neste aniversario e nao corrige de novo.
      *----------------------------------------------------------------
       VERIFICA-ADITIVO-REAJUSTE SECTION.
           MOVE ZEROS TO JA-REAJUSTADO-W ULT-SEQ-W FIM-VARREDURA-W.
           MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-CO46.
           MOVE ZEROS            TO SEQ-ADITIVO-CO46.
           START COD046 KEY IS NOT LESS CHAVE-CO46
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LE-ADITIVO UNTIL FIM-VARREDURA-TRUE.

       LE-ADITIVO SECTION.
           READ COD046 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ADITIVO-EXIT.
           IF   NR-CONTRATO-CO46 NOT EQUAL NR-CONTRATO-CO41
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-ADITIVO-EXIT.
           MOVE SEQ-ADITIVO-CO46 TO ULT-SEQ-W.
           IF   MOTIVO-CO46(1:20) EQUAL MOTIVO-W(1:20)
                MOVE 1 TO JA-REAJUSTADO-W.

       LE-ADITIVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-PARCELAS - soma as parcelas a corrigir (nao pagas,
      *    nao renegociadas, vencimento a partir do aniversario) e
      *    marca o contrato que tem parcela em aberto de um plano de
      *    renegociacao do COP056 (RENEG-CO44 preenchido).
      *----------------------------------------------------------------
       VERIFICA-PARCELAS SECTION.
           MOVE ZEROS TO EM-RENEGOCIACAO-W.
           PERFORM POSICIONA-PARCELAS.
           PERFORM SOMA-PARCELA UNTIL FIM-VARREDURA-TRUE.

       POSICIONA-PARCELAS SECTION.
           MOVE ZEROS            TO FIM-VARREDURA-W.
           MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-CO44.
           MOVE ZEROS            TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.

       SOMA-PARCELA SECTION.
           PERFORM LE-PARCELA-CONTRATO.
           IF   FIM-VARREDURA-TRUE
                GO TO SOMA-PARCELA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO SOMA-PARCELA-EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO SOMA-PARCELA-EXIT.
           IF   RENEG-CO44 NUMERIC
           AND  RENEG-CO44 GREATER ZEROS
                MOVE 1 TO EM-RENEGOCIACAO-W
                GO TO SOMA-PARCELA-EXIT.
           IF   DATA-VCTO-CO44 LESS DATA-ANIVERSARIO-W
                GO TO SOMA-PARCELA-EXIT.
           COMPUTE VALOR-NOVO-W ROUNDED = VALOR-CO44 * FATOR-W.
           ADD 1            TO QTDE-PARC-W.
           ADD VALOR-CO44   TO TOTAL-ANTES-W.
           ADD VALOR-NOVO-W TO TOTAL-DEPOIS-W.

       SOMA-PARCELA-EXIT. EXIT.

       LE-PARCELA-CONTRATO SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-PARCELA-CONTRATO-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL NR-CONTRATO-CO41
                MOVE 1 TO FIM-VARREDURA-W.

       LE-PARCELA-CONTRATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CORRIGE-PARCELAS - mesma selecao do VERIFICA-PARCELAS; na
      *    passada 1 lista parcela a parcela, na 2 regrava o COD044.
      *----------------------------------------------------------------
       CORRIGE-PARCELAS SECTION.
           PERFORM POSICIONA-PARCELAS.
           PERFORM CORRIGE-PARCELA UNTIL FIM-VARREDURA-TRUE.

       CORRIGE-PARCELA SECTION.
           PERFORM LE-PARCELA-CONTRATO.
           IF   FIM-VARREDURA-TRUE
                GO TO CORRIGE-PARCELA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO CORRIGE-PARCELA-EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO CORRIGE-PARCELA-EXIT.
           IF   DATA-VCTO-CO44 LESS DATA-ANIVERSARIO-W
                GO TO CORRIGE-PARCELA-EXIT.
           MOVE VALOR-CO44 TO VALOR-ANTES-W.
           COMPUTE VALOR-NOVO-W ROUNDED = VALOR-CO44 * FATOR-W.

           IF   PASSADA-W EQUAL 1
                PERFORM IMPRIME-PARCELA
                IF   RESP-MODO-GA EQUAL "S" OR RESP-MODO-GA EQUAL "s"
                     MOVE "SIMULACAO" TO LOG3-OPERACAO
                     PERFORM GRAVA-LOG-PARCELA
                END-IF
                GO TO CORRIGE-PARCELA-EXIT.

           MOVE VALOR-NOVO-W TO VALOR-CO44.
           MOVE USUARIO-PARM TO USUARIO-CO44.
           REWRITE REG-COD044
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD044: " ST-COD044
                           " PARCELA " NR-CONTRATO-CO44 "-"
                           PARCELA-CO44
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-PARCELA
           END-REWRITE.

       CORRIGE-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-ADITIVO - como no COP052, o aditivo e gravado antes
      *    das parcelas e do contrato: se cair no meio, o historico
      *    existe.
      *----------------------------------------------------------------
       GRAVA-ADITIVO SECTION.
           MOVE NR-CONTRATO-CO41     TO NR-CONTRATO-CO46.
           COMPUTE SEQ-ADITIVO-CO46 = ULT-SEQ-W + 1.
           MOVE CURSO-CO41           TO CURSO-CO46.
           MOVE TURMA-CO41           TO TURMA-CO46.
           MOVE DATA-HOJE-W          TO DATA-ADITIVO-CO46.
           MOVE VALOR-CONTRATO-CO41  TO VALOR-ANTERIOR-CO46.
           MOVE VALOR-CONTRATO-NOVO-W TO VALOR-NOVO-CO46.
           MOVE MOTIVO-W             TO MOTIVO-CO46.
           MOVE USUARIO-PARM         TO USUARIO-CO46.
           WRITE REG-COD046
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD046: " ST-COD046
                           " CONTRATO " NR-CONTRATO-CO41
                           " - NAO REAJUSTADO."
                   MOVE 1 TO ERRO-W
           END-WRITE.

       CONFIRMA-GRAVACAO SECTION.
           IF   RESP-MODO-GA EQUAL "S" OR RESP-MODO-GA EQUAL "s"
                DISPLAY "SIMULACAO IMPRESSA - NADA GRAVADO."
                DISPLAY "CONTRATOS QUE SERIAM REAJUSTADOS.....: "
                        QTDE-SIMULADOS-GA
                GO TO CONFIRMA-GRAVACAO-EXIT.
           IF   QTDE-SIMULADOS-GA EQUAL ZEROS
                DISPLAY "NENHUM CONTRATO A REAJUSTAR."
                GO TO CONFIRMA-GRAVACAO-EXIT.
           DISPLAY "CONTRATOS A REAJUSTAR (VER SIMULACAO): "
                   QTDE-SIMULADOS-GA.
           DISPLAY "CONFIRMA A GRAVACAO DO REAJUSTE (S/N)..: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND CONFIRMA-W NOT EQUAL "s"
                DISPLAY "REAJUSTE NAO GRAVADO."
                GO TO CONFIRMA-GRAVACAO-EXIT.
           MOVE 0 TO MODO-CONVERSAO-GA.
           MOVE 2 TO PASSADA-W.
           MOVE ZEROS TO QTDE-PROCESSADOS-GA QTDE-SIMULADOS-GA.

       CONFIRMA-GRAVACAO-EXIT. EXIT.

       IMPRIME-CONTRATO SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NR-CONTRATO-CO41   TO CONTRATO-REL.
           MOVE CURSO-CO41         TO CURSO-REL.
           MOVE TURMA-CO41         TO TURMA-REL.
           MOVE DATA-ANIVERSARIO-W(7:2) TO DATA-ANIV-REL(1:2).
           MOVE DATA-ANIVERSARIO-W(5:2) TO DATA-ANIV-REL(4:2).
           MOVE DATA-ANIVERSARIO-W(1:4) TO DATA-ANIV-REL(7:4).
           MOVE QTDE-PARC-W        TO QTDE-PARC-REL.
           MOVE TOTAL-ANTES-W      TO VALOR-ANTES-REL.
           MOVE TOTAL-DEPOIS-W     TO VALOR-DEPOIS-REL.
           MOVE OCORRENCIA-W       TO OCORRENCIA-REL.
           WRITE REG-RELAT FROM LINDET AFTER 2.
           ADD 2 TO LIN.

       IMPRIME-PARCELA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE PARCELA-CO44       TO PARCELA-PAR-REL.
           MOVE DATA-VCTO-CO44(7:2) TO DATA-VCTO-PAR-REL(1:2).
           MOVE DATA-VCTO-CO44(5:2) TO DATA-VCTO-PAR-REL(4:2).
           MOVE DATA-VCTO-CO44(1:4) TO DATA-VCTO-PAR-REL(7:4).
           MOVE VALOR-CO44         TO VALOR-ANTES-PAR-REL.
           MOVE VALOR-NOVO-W       TO VALOR-DEPOIS-PAR-REL.
           WRITE REG-RELAT FROM LINPAR.
           ADD 1 TO LIN.

       IMPRIME-TOTAIS SECTION.
           IF   LIN GREATER 52
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "CONTRATOS COM ANIVERSARIO NO MES"  TO DESC-TOT-REL.
           MOVE QTDE-ANIVERSARIO-W  TO QTDE-TOT-REL.
           MOVE ZEROS               TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "CONTRATOS A REAJUSTAR / DIFERENCA"  TO DESC-TOT-REL.
           MOVE QTDE-SIMULADOS-GA   TO QTDE-TOT-REL.
           MOVE DIFERENCA-TOTAL-W   TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "PARCELAS A CORRIGIR"               TO DESC-TOT-REL.
           MOVE QTDE-PARC-TOTAL-W   TO QTDE-TOT-REL.
           MOVE ZEROS               TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "CONTRATOS IGNORADOS (VER OCORRENCIA)" TO DESC-TOT-REL.
           MOVE QTDE-IGNORADOS-W    TO QTDE-TOT-REL.
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
           ADD 6 TO LIN.

       EXIBE-RESUMO SECTION.
           DISPLAY "REAJUSTE ANUAL CONCLUIDO.".
           DISPLAY "CONTRATOS REAJUSTADOS (ADITIVO COD046): "
                   QTDE-ALTERADOS-GA.
           DISPLAY "PARCELAS CORRIGIDAS...................: "
                   QTDE-PARC-TOTAL-W.
           MOVE DIFERENCA-TOTAL-W TO VALOR-TOT-REL.
           DISPLAY "ACRESCIMO TOTAL NAS PARCELAS..........: "
                   VALOR-TOT-REL.

      *----------------------------------------------------------------
      *    GRAVA-LOG-PARCELA / GRAVA-LOG-CONTRATO - trilha em LOG003
      *    nos moldes do COP052 (GRAVA-LOG-FISICA avanca o periodo na
      *    colisao dentro do mesmo segundo).
      *----------------------------------------------------------------
       GRAVA-LOG-PARCELA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD044"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-CONTRATO-CO44   TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CO44       TO LOG3-CHAVE-REG(7:2).
           MOVE "VALOR-CO44"       TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE VALOR-ANTES-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ANTERIOR(1:13).
           MOVE VALOR-NOVO-W       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ATUAL(1:13).
           MOVE MOTIVO-W(1:20)     TO LOG3-VALOR-ATUAL(15:20).
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-CONTRATO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "ALTERACAO"        TO LOG3-OPERACAO.
           MOVE "COD041"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-CO41 OF REG-COD041 TO LOG3-CHAVE-REG(1:13).
           MOVE "VALOR-CONTRATO-CO41" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE VALOR-ANTES-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ANTERIOR(1:13).
           MOVE VALOR-CONTRATO-CO41 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ATUAL(1:13).
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD041 COD044 COD046 COD067 LOG003 RELAT.

       END PROGRAM COP087.
