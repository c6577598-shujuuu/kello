       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP090.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: POSICAO DOS BORDEROS DE CESSAO DE RECEBIVEIS (COD069/
      *        COD070 - VER COP089). PARA CADA BORDERO, AS PARCELAS
      *        AINDA COM O BANCO SAEM LINHA A LINHA COM A POSICAO DE
      *        HOJE NO COD044 (A VENCER, VENCIDA DENTRO DO PRAZO,
      *        PAGA A REPASSAR, A RECOMPRAR), E O RESUMO POR POSICAO
      *        SOMA TAMBEM AS JA REPASSADAS E RECOMPRADAS. NO FIM, O
      *        TOTAL GERAL POR POSICAO. BORDERO ENCERRADO SO ENTRA SE
      *        PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX044.

           COPY COPX069.

           COPY COPX070.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW044.

           COPY COPW069.

           COPY COPW070.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD069             PIC XX       VALUE SPACES.
           05  ST-COD070             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD069            PIC 9        VALUE ZEROS.
              88  FIM-COD069-TRUE       VALUE 1.
           05  FIM-COD070            PIC 9        VALUE ZEROS.
              88  FIM-COD070-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  QTDE-BORDEROS-W       PIC 9(4)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  BORDERO-PARM          PIC 9(6)     VALUE ZEROS.
           05  ENCERRADOS-PARM       PIC X        VALUE SPACES.
           05  DATA-ATUAL-W          PIC 9(8)     VALUE ZEROS.
           05  POSICAO-W             PIC 9        VALUE ZEROS.
      *    POSICAO-W = indice de TAB-POSICAO: 1-A VENCER  2-VENCIDA
      *    3-PAGA A REPASSAR  4-A RECOMPRAR  5-REPASSADA
      *    6-RECOMPRADA
           05  IND-W                 PIC 9        VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC 9(6)     VALUE ZEROS.
           05  DIA-ABSOLUTO-W        PIC 9(8)     VALUE ZEROS.
           05  DIA-HOJE-ABS-W        PIC 9(8)     VALUE ZEROS.
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DATA-CONTA-W          PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-CONTA-W.
               10  ANO-CONTA-W       PIC 9(4).
               10  MES-CONTA-W       PIC 9(2).
               10  DIA-CONTA-W       PIC 9(2).
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           COPY "PARAMETR".

       01  TAB-NOME-POSICAO.
           05  FILLER                PIC X(24)   VALUE
               "A VENCER                ".
           05  FILLER                PIC X(24)   VALUE
               "VENCIDA (NO PRAZO)      ".
           05  FILLER                PIC X(24)   VALUE
               "PAGA - A REPASSAR       ".
           05  FILLER                PIC X(24)   VALUE
               "A RECOMPRAR             ".
           05  FILLER                PIC X(24)   VALUE
               "REPASSADA AO BANCO      ".
           05  FILLER                PIC X(24)   VALUE
               "RECOMPRADA              ".
       01  FILLER REDEFINES TAB-NOME-POSICAO.
           05  NOME-POSICAO-TAB      PIC X(24)   OCCURS 6 TIMES.

       01  TAB-POSICAO.
           05  POSICAO-OCR OCCURS 6 TIMES.
               10  QTDE-BORD-TAB     PIC 9(4).
               10  VALOR-BORD-TAB    PIC 9(9)V99.
               10  QTDE-GERAL-TAB    PIC 9(5).
               10  VALOR-GERAL-TAB   PIC 9(11)V99.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(56)   VALUE
           "POSICAO DOS BORDEROS DE CESSAO DE RECEBIVEIS EM ".
           05  DATA-CAB-REL          PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "CONTRATO PARC VENCIMENTO    VALOR DE FACE  ATRASO  POSICAO".

       01  LINBORD.
           05  FILLER                PIC X(8)    VALUE "BORDERO ".
           05  BORDERO-REL           PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE "  BCO ".
           05  BANCO-REL             PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE "  DATA ".
           05  DATA-BORD-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE "  TAXA ".
           05  TAXA-REL              PIC Z9,9999 VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE "  CURSO/T ".
           05  CURSO-REL             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE "/".
           05  TURMA-REL             PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(9)    VALUE SPACES.

       01  LINBORD2.
           05  FILLER                PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(10)   VALUE "PARCELAS: ".
           05  QTDE-BORD-REL         PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(8)    VALUE "  FACE: ".
           05  FACE-BORD-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(11)   VALUE "  LIQUIDO: ".
           05  LIQUIDO-BORD-REL      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINDET.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  PARCELA-REL           PIC Z9      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-VCTO-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FACE-REL              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  ATRASO-REL            PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  POSICAO-REL           PIC X(24)   VALUE SPACES.

       01  LINRESUMO.
           05  FILLER                PIC X(8)    VALUE SPACES.
           05  NOME-RESUMO-REL       PIC X(24)   VALUE SPACES.
           05  QTDE-RESUMO-REL       PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-RESUMO-REL      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CABECALHO
                PERFORM PERCORRE-BORDEROS
                PERFORM IMPRIME-TOTAL-GERAL
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

       ABRE-ARQUIVOS SECTION.
           MOVE ZEROS TO PAG-W ERRO-W QTDE-BORDEROS-W.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVOS-EXIT.

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD069" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD069.
           MOVE "COD070" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD070.
           CLOSE CONTROLE.

           OPEN INPUT COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.
           OPEN INPUT COD069.
           IF   ST-COD069 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD069: " ST-COD069
                        " - NENHUM BORDERO GERADO (VER COP089)"
                MOVE 1 TO ERRO-W.
           OPEN INPUT COD070.
           IF   ST-COD070 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD070: " ST-COD070
                MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "BORDERO (ZERO = TODOS)...............: "
               WITH NO ADVANCING.
           ACCEPT BORDERO-PARM.
           DISPLAY "INCLUIR BORDEROS ENCERRADOS (S/N)....: "
               WITH NO ADVANCING.
           ACCEPT ENCERRADOS-PARM.
           IF   ENCERRADOS-PARM EQUAL "s"
                MOVE "S" TO ENCERRADOS-PARM.
           IF   BORDERO-PARM NOT EQUAL ZEROS
                MOVE "S" TO ENCERRADOS-PARM.

           ACCEPT DATA-ATUAL-W FROM DATE YYYYMMDD.
           MOVE DATA-ATUAL-W TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W TO DIA-HOJE-ABS-W.
           MOVE DATA-ATUAL-W TO DATA-CONTA-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R TO DATA-CAB-REL.
           INITIALIZE TAB-POSICAO.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PERCORRE-BORDEROS - cabecalhos do COD069 pela chave; o
      *    registro 000000 e o controle de numeracao e fica de fora.
      *----------------------------------------------------------------
       PERCORRE-BORDEROS SECTION.
           MOVE ZEROS TO FIM-COD069.
           MOVE BORDERO-PARM TO NR-BORDERO-CO69.
           IF   NR-BORDERO-CO69 EQUAL ZEROS
                MOVE 1 TO NR-BORDERO-CO69.
           START COD069 KEY IS NOT LESS NR-BORDERO-CO69
               INVALID KEY
                   MOVE 1 TO FIM-COD069
           END-START.
           PERFORM TRATA-BORDERO UNTIL FIM-COD069-TRUE.

       PERCORRE-BORDEROS-EXIT. EXIT.

       TRATA-BORDERO SECTION.
           READ COD069 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD069
                   GO TO TRATA-BORDERO-EXIT.
           IF   BORDERO-PARM NOT EQUAL ZEROS
           AND  NR-BORDERO-CO69 NOT EQUAL BORDERO-PARM
                MOVE 1 TO FIM-COD069
                GO TO TRATA-BORDERO-EXIT.
           IF   SITUACAO-CO69 NOT EQUAL 0
           AND  ENCERRADOS-PARM NOT EQUAL "S"
                GO TO TRATA-BORDERO-EXIT.

           ADD 1 TO QTDE-BORDEROS-W.
           IF   LIN GREATER 50
                PERFORM CABECALHO.
           MOVE NR-BORDERO-CO69    TO BORDERO-REL.
           MOVE CODBAN-CO69        TO BANCO-REL.
           MOVE DATA-BORDERO-CO69  TO DATA-CONTA-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R         TO DATA-BORD-REL.
           MOVE TAXA-MENSAL-CO69   TO TAXA-REL.
           MOVE CURSO-CO69         TO CURSO-REL.
           MOVE TURMA-CO69         TO TURMA-REL.
           IF   SITUACAO-CO69 EQUAL 0
                MOVE "EM ABERTO" TO SITUACAO-REL
           ELSE
                MOVE "ENCERRADO" TO SITUACAO-REL.
           WRITE REG-RELAT FROM LINBORD AFTER 2.
           MOVE QTDE-PARCELAS-CO69 TO QTDE-BORD-REL.
           MOVE VALOR-FACE-CO69    TO FACE-BORD-REL.
           MOVE VALOR-LIQUIDO-CO69 TO LIQUIDO-BORD-REL.
           WRITE REG-RELAT FROM LINBORD2.
           ADD 3 TO LIN.

           MOVE 1 TO IND-W.
           PERFORM ZERA-POSICAO-BORDERO 6 TIMES.
           MOVE ZEROS TO FIM-COD070.
           MOVE NR-BORDERO-CO69 TO NR-BORDERO-CO70.
           MOVE ZEROS           TO NR-CONTRATO-CO70 PARCELA-CO70.
           START COD070 KEY IS NOT LESS CHAVE-CO70
               INVALID KEY
                   MOVE 1 TO FIM-COD070
           END-START.
           PERFORM TRATA-ITEM UNTIL FIM-COD070-TRUE.

           MOVE 1 TO IND-W.
           PERFORM IMPRIME-RESUMO-BORDERO 6 TIMES.

       TRATA-BORDERO-EXIT. EXIT.

       ZERA-POSICAO-BORDERO SECTION.
           MOVE ZEROS TO QTDE-BORD-TAB (IND-W) VALOR-BORD-TAB (IND-W).
           ADD 1 TO IND-W.

       ZERA-POSICAO-BORDERO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    TRATA-ITEM - parcela do bordero: ja resolvida vai so para o
      *    resumo; a que ainda esta com o banco tem a posicao apurada
      *    no COD044 e sai linha a linha.
      *----------------------------------------------------------------
       TRATA-ITEM SECTION.
           READ COD070 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD070
                   GO TO TRATA-ITEM-EXIT.
           IF   NR-BORDERO-CO70 NOT EQUAL NR-BORDERO-CO69
                MOVE 1 TO FIM-COD070
                GO TO TRATA-ITEM-EXIT.

           MOVE ZEROS TO DIAS-ATRASO-W.
           EVALUATE SITUACAO-CO70
               WHEN 1  MOVE 5 TO POSICAO-W
               WHEN 2  MOVE 6 TO POSICAO-W
               WHEN OTHER PERFORM APURA-POSICAO
           END-EVALUATE.
           ADD 1               TO QTDE-BORD-TAB (POSICAO-W)
                                  QTDE-GERAL-TAB (POSICAO-W).
           ADD VALOR-FACE-CO70 TO VALOR-BORD-TAB (POSICAO-W)
                                  VALOR-GERAL-TAB (POSICAO-W).
           IF   SITUACAO-CO70 NOT EQUAL 0
                GO TO TRATA-ITEM-EXIT.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NR-CONTRATO-CO70 TO CONTRATO-REL.
           MOVE PARCELA-CO70     TO PARCELA-REL.
           MOVE DATA-VCTO-CO70   TO DATA-CONTA-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R       TO DATA-VCTO-REL.
           MOVE VALOR-FACE-CO70  TO FACE-REL.
           MOVE DIAS-ATRASO-W    TO ATRASO-REL.
           MOVE NOME-POSICAO-TAB (POSICAO-W) TO POSICAO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       TRATA-ITEM-EXIT. EXIT.

      *    mesma regra do CLASSIFICA-EVENTO do COP089
       APURA-POSICAO SECTION.
           MOVE NR-CONTRATO-CO70 TO NR-CONTRATO-CO44.
           MOVE PARCELA-CO70     TO PARCELA-CO44.
           READ COD044
               INVALID KEY
                   MOVE 4 TO POSICAO-W
                   GO TO APURA-POSICAO-EXIT
           END-READ.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                MOVE 4 TO POSICAO-W
                GO TO APURA-POSICAO-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                MOVE 3 TO POSICAO-W
                GO TO APURA-POSICAO-EXIT.
           IF   DATA-VCTO-CO44 NOT LESS DATA-ATUAL-W
                MOVE 1 TO POSICAO-W
                GO TO APURA-POSICAO-EXIT.

           MOVE DATA-VCTO-CO44 TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           COMPUTE DIAS-ATRASO-W = DIA-HOJE-ABS-W - DIA-ABSOLUTO-W.
           IF   DIAS-ATRASO-W GREATER PRAZO-RECOMPRA-CO69
                MOVE 4 TO POSICAO-W
           ELSE
                MOVE 2 TO POSICAO-W.

       APURA-POSICAO-EXIT. EXIT.

       IMPRIME-RESUMO-BORDERO SECTION.
           IF   QTDE-BORD-TAB (IND-W) NOT EQUAL ZEROS
                IF   LIN GREATER 56
                     PERFORM CABECALHO
                END-IF
                MOVE NOME-POSICAO-TAB (IND-W) TO NOME-RESUMO-REL
                MOVE QTDE-BORD-TAB (IND-W)    TO QTDE-RESUMO-REL
                MOVE VALOR-BORD-TAB (IND-W)   TO VALOR-RESUMO-REL
                WRITE REG-RELAT FROM LINRESUMO
                ADD 1 TO LIN.
           ADD 1 TO IND-W.

       IMPRIME-RESUMO-BORDERO-EXIT. EXIT.

       IMPRIME-TOTAL-GERAL SECTION.
           IF   LIN GREATER 48
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           STRING "TOTAL GERAL - " QTDE-BORDEROS-W " BORDERO(S)"
                  DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 1 TO IND-W.
           PERFORM IMPRIME-LINHA-GERAL 6 TIMES.

       IMPRIME-TOTAL-GERAL-EXIT. EXIT.

       IMPRIME-LINHA-GERAL SECTION.
           MOVE NOME-POSICAO-TAB (IND-W) TO NOME-RESUMO-REL.
           MOVE QTDE-GERAL-TAB (IND-W)   TO QTDE-RESUMO-REL.
           MOVE VALOR-GERAL-TAB (IND-W)  TO VALOR-RESUMO-REL.
           WRITE REG-RELAT FROM LINRESUMO.
           ADD 1 TO IND-W.

       IMPRIME-LINHA-GERAL-EXIT. EXIT.

       FORMATA-DATA SECTION.
           MOVE DIA-CONTA-W TO DIA-DMA-W.
           MOVE MES-CONTA-W TO MES-DMA-W.
           MOVE ANO-CONTA-W TO ANO-DMA-W.

       FORMATA-DATA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DIA-ABSOLUTO - recebe AAAAMMDD em DIA-ABSOLUTO-W e
      *    devolve ali o numero de dias desde 01/01/0001, contando os
      *    bissextos (sem FUNCTION INTEGER-OF-DATE), como no COP082
      *----------------------------------------------------------------
       CALCULA-DIA-ABSOLUTO SECTION.
           MOVE DIA-ABSOLUTO-W TO DATA-CONTA-W.
           IF   MES-CONTA-W LESS 1 OR MES-CONTA-W GREATER 12
           OR   ANO-CONTA-W EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO-W
                GO TO CALCULA-DIA-ABSOLUTO-EXIT.
           PERFORM DETERMINA-BISSEXTO.

           EVALUATE MES-CONTA-W
               WHEN 1  MOVE 0   TO DIAS-ACUM-MES-W
               WHEN 2  MOVE 31  TO DIAS-ACUM-MES-W
               WHEN 3  MOVE 59  TO DIAS-ACUM-MES-W
               WHEN 4  MOVE 90  TO DIAS-ACUM-MES-W
               WHEN 5  MOVE 120 TO DIAS-ACUM-MES-W
               WHEN 6  MOVE 151 TO DIAS-ACUM-MES-W
               WHEN 7  MOVE 181 TO DIAS-ACUM-MES-W
               WHEN 8  MOVE 212 TO DIAS-ACUM-MES-W
               WHEN 9  MOVE 243 TO DIAS-ACUM-MES-W
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES-W
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES-W
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES-W
           END-EVALUATE.
           IF   MES-CONTA-W GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES-W.

           COMPUTE ANOS-COMPLETOS-W = ANO-CONTA-W - 1.
           COMPUTE DIA-ABSOLUTO-W = ANOS-COMPLETOS-W * 365
                                  + DIAS-ACUM-MES-W + DIA-CONTA-W.
           DIVIDE ANOS-COMPLETOS-W BY 4   GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 100 GIVING QUOC-BISSEXTO-W.
           SUBTRACT QUOC-BISSEXTO-W FROM DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 400 GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.

       CALCULA-DIA-ABSOLUTO-EXIT. EXIT.

       DETERMINA-BISSEXTO SECTION.
           DIVIDE ANO-CONTA-W BY 4   GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-4-W.
           DIVIDE ANO-CONTA-W BY 100 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-100-W.
           DIVIDE ANO-CONTA-W BY 400 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

       DETERMINA-BISSEXTO-EXIT. EXIT.

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
           CLOSE COD044 COD069 COD070 RELAT.

       END PROGRAM COP090.
