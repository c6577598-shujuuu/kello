       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP078.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: FOTOGRAFIA MENSAL DA CARTEIRA A RECEBER. COPIA PARA O
      *        COD061, NA CHAVE DO MES/ANO PEDIDO, TODA PARCELA DO
      *        COD044 EM ABERTO NO ULTIMO DIA DO MES (NAO RECEBIDA
      *        ATE ELE E FORA AS RENEGOCIADAS PELO COP056), VENCIDA OU
      *        NAO, COM CONTRATO, CURSO/TURMA, VENCIMENTO, VALOR, DIAS
      *        DE ATRASO NAQUELE DIA E A ETAPA DE COBRANCA (COD050 EM
      *        ABERTO). O REGISTRO DE CONTROLE DO MES (CONTRATO
      *        000000) GUARDA OS TOTAIS E E O QUE O CTP002 CONFERE
      *        ANTES DE FECHAR O MES. REFAZER A FOTOGRAFIA APAGA A DO
      *        MES; MES FECHADO NO CTD001 (CTP001) QUE JA TEM
      *        FOTOGRAFIA E RECUSADO. IMPRIME O RESUMO POR CURSO/TURMA.
      *        COMPARACAO ENTRE DOIS MESES NO COP079.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX044.

           COPY COPX050.

           COPY COPX061.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW044.

           COPY COPW050.

           COPY COPW061.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD061             PIC XX       VALUE SPACES.
           05  SEM-COD050-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD044            PIC 9        VALUE ZEROS.
              88  FIM-COD044-TRUE       VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
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
           05  MESANO-PARM-R REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  MES-FECHADO-W         PIC 9        VALUE ZEROS.
           05  DATA-FIM-MES-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC 9(5)     VALUE ZEROS.
           05  ETAPA-W               PIC 9        VALUE ZEROS.
           05  QTDE-GRAVADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-APAGADOS-W       PIC 9(6)     VALUE ZEROS.
           05  TOTAL-ABERTO-W        PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-VENCIDO-W       PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-COBRANCA-W      PIC 9(11)V99 VALUE ZEROS.
           05  OVERFLOW-TURMA-W      PIC 9        VALUE ZEROS.
           05  QTDE-TURMA-W          PIC 9(3)     VALUE ZEROS.
      *    DETERMINA-ULTIMO-DIA-MES (do COP049)
           05  ANO-CORTE-W           PIC 9(4)     VALUE ZEROS.
           05  MES-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  DIA-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
      *    CALCULA-DIA-ABSOLUTO - dias desde 01/01/0001, com bissextos
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DIA-ABSOLUTO-W        PIC 9(7)     VALUE ZEROS.
           05  ABSOLUTO-FIM-MES-W    PIC 9(7)     VALUE ZEROS.
           COPY "PARAMETR".

       01  TAB-TURMA.
           05  TURMA-OCR OCCURS 200 TIMES INDEXED BY TURMA-IDX.
               10  CURSO-TAB         PIC X(4).
               10  TURMA-TAB         PIC X(3).
               10  QTDE-TAB          PIC 9(5).
               10  A-VENCER-TAB      PIC 9(9)V99.
               10  VENCIDO-TAB       PIC 9(9)V99.
               10  COBRANCA-TAB      PIC 9(9)V99.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): mes
      *    fechado congela a fotografia ja gravada; "99" = controle
      *    ainda nao implantado
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(41)   VALUE
           "FOTOGRAFIA DA CARTEIRA A RECEBER - FIM DE".
           05  FILLER                PIC X       VALUE SPACES.
           05  MES-CAB-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-CAB-REL           PIC 9999    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(10)   VALUE "CURSO TURM".
           05  FILLER                PIC X(9)    VALUE " PARCELAS".
           05  FILLER                PIC X(17)   VALUE
           "         A VENCER".
           05  FILLER                PIC X(17)   VALUE
           "          VENCIDO".
           05  FILLER                PIC X(17)   VALUE
           "      EM COBRANCA".

       01  LINDET.
           05  CURSO-REL             PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TURMA-REL             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  QTDE-REL              PIC ZZZ.ZZ9 VALUE ZEROS.
           05  A-VENCER-REL          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  VENCIDO-REL           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  COBRANCA-REL          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  DESC-TOT-REL          PIC X(40)   VALUE SPACES.
           05  VALOR-TOT-REL         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM PREPARA-MES
                PERFORM FOTOGRAFA-COD044 UNTIL FIM-COD044-TRUE
                PERFORM GRAVA-CONTROLE-MES
                PERFORM IMPRIME-RELATORIO
                PERFORM EXIBE-RESUMO
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
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD050" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD050.
           MOVE "COD061" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD061.
           CLOSE CONTROLE.

           OPEN INPUT COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

      *    sem o COD050 toda parcela sai sem etapa de cobranca
           OPEN INPUT COD050.
           IF   ST-COD050 NOT EQUAL "00"
                MOVE 1 TO SEM-COD050-W.

           OPEN I-O COD061.
           IF   ST-COD061 EQUAL "35"
                CLOSE COD061       OPEN OUTPUT COD061
                CLOSE COD061       OPEN I-O COD061.
           IF   ST-COD061 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD061: " ST-COD061
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
           MOVE "COP078" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                STOP RUN.
           DISPLAY "MES/ANO DA FOTOGRAFIA (AAAAMM).........: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   MES-PARM LESS 1 OR MES-PARM GREATER 12
                DISPLAY "MES INVALIDO."
                STOP RUN.
           MOVE MES-PARM TO MES-CAB-REL.
           MOVE ANO-PARM TO ANO-CAB-REL.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           MOVE ANO-PARM TO ANO-CORTE-W.
           MOVE MES-PARM TO MES-CORTE-W.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           COMPUTE DATA-FIM-MES-W = MESANO-PARM * 100
                                  + ULTIMO-DIA-MES-W.
           MOVE DATA-FIM-MES-W TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W TO ABSOLUTO-FIM-MES-W.

           MOVE ZEROS TO MES-FECHADO-W.
           MOVE DATA-FIM-MES-W TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                MOVE 1 TO MES-FECHADO-W.

      *----------------------------------------------------------------
      *    PREPARA-MES - mes ja fotografado: fechado no CTD001 fica
      *    congelado; aberto, refaz sob confirmacao apagando o que foi
      *    gravado para ele.
      *----------------------------------------------------------------
       PREPARA-MES SECTION.
           MOVE MESANO-PARM TO MESANO-CO61.
           MOVE ZEROS       TO NR-CONTRATO-CO61 PARCELA-CO61.
           READ COD061
               INVALID KEY
                   MOVE ZEROS TO DATA-FOTO-CO61
           END-READ.
           IF   DATA-FOTO-CO61 NOT EQUAL ZEROS
                PERFORM REFAZ-MES
           ELSE
                IF   MES-FECHADO-W EQUAL 1
                     DISPLAY "AVISO: MES " MES-PARM "/" ANO-PARM
                             " JA FECHADO - FOTOGRAFIA TIRADA COM A "
                             "CARTEIRA DE HOJE"
                END-IF
           END-IF.

           MOVE ZEROS TO CHAVE-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-COD044.

       REFAZ-MES SECTION.
           IF   MES-FECHADO-W EQUAL 1
                DISPLAY "MES " MES-PARM "/" ANO-PARM
                        " FECHADO E JA FOTOGRAFADO EM "
                        DATA-FOTO-CO61 " - FOTOGRAFIA CONGELADA"
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           DISPLAY "MES JA FOTOGRAFADO EM " DATA-FOTO-CO61
                   " - REFAZER (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND CONFIRMA-W NOT EQUAL "s"
                DISPLAY "FOTOGRAFIA MANTIDA."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.

           MOVE MESANO-PARM TO MESANO-CO61.
           MOVE ZEROS       TO NR-CONTRATO-CO61 PARCELA-CO61
                               FIM-VARREDURA-W.
           START COD061 KEY IS NOT LESS CHAVE-CO61
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM APAGA-REGISTRO-MES UNTIL FIM-VARREDURA-TRUE.
           DISPLAY "FOTOGRAFIA ANTERIOR APAGADA: " QTDE-APAGADOS-W
                   " REGISTROS".

       APAGA-REGISTRO-MES SECTION.
           READ COD061 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO APAGA-REGISTRO-MES-EXIT.
           IF   MESANO-CO61 NOT EQUAL MESANO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO APAGA-REGISTRO-MES-EXIT.
           DELETE COD061
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO COD061: " ST-COD061
               NOT INVALID KEY
                   ADD 1 TO QTDE-APAGADOS-W
           END-DELETE.

       APAGA-REGISTRO-MES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    FOTOGRAFA-COD044 - parcela em aberto no ultimo dia do mes
      *    vai para o COD061 com o atraso e a etapa daquele dia.
      *----------------------------------------------------------------
       FOTOGRAFA-COD044 SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD044
                   GO TO FOTOGRAFA-COD044-EXIT.

      *    renegociada (COP056): a divida vive no plano substituto
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO FOTOGRAFA-COD044-EXIT.
      *    recebida ate o fim do mes
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
           AND  DATA-PGTO-CO44 NOT GREATER DATA-FIM-MES-W
                GO TO FOTOGRAFA-COD044-EXIT.

           MOVE ZEROS TO DIAS-ATRASO-W.
           IF   DATA-VCTO-CO44 LESS DATA-FIM-MES-W
           AND  DATA-VCTO-CO44 GREATER ZEROS
                MOVE DATA-VCTO-CO44 TO DIA-ABSOLUTO-W
                PERFORM CALCULA-DIA-ABSOLUTO
                COMPUTE DIAS-ATRASO-W =
                        ABSOLUTO-FIM-MES-W - DIA-ABSOLUTO-W.
           PERFORM ETAPA-COBRANCA.
           PERFORM ACUMULA-TURMA.

           MOVE MESANO-PARM      TO MESANO-CO61.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO61.
           MOVE PARCELA-CO44     TO PARCELA-CO61.
           MOVE CURSO-CO44       TO CURSO-CO61.
           MOVE TURMA-CO44       TO TURMA-CO61.
           MOVE DATA-VCTO-CO44   TO DATA-VCTO-CO61.
           MOVE VALOR-CO44       TO VALOR-CO61.
           MOVE DIAS-ATRASO-W    TO DIAS-ATRASO-CO61.
           MOVE ETAPA-W          TO ETAPA-CO61.
           IF   RENEG-CO44 NUMERIC
                MOVE RENEG-CO44  TO RENEG-CO61
           ELSE
                MOVE ZEROS       TO RENEG-CO61.
           MOVE ZEROS            TO QTDE-PARCELAS-CO61.
           MOVE DATA-HOJE-W      TO DATA-FOTO-CO61.
           MOVE USUARIO-PARM     TO USUARIO-CO61.
           WRITE REG-COD061
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD061: " ST-COD061
                           " PARCELA " NR-CONTRATO-CO44 "-"
                           PARCELA-CO44
               NOT INVALID KEY
                   ADD 1 TO QTDE-GRAVADOS-W
           END-WRITE.

       FOTOGRAFA-COD044-EXIT. EXIT.

      *    etapa com envio ate o fim do mes e sem retorno ate ele
       ETAPA-COBRANCA SECTION.
           MOVE ZEROS TO ETAPA-W.
           IF   SEM-COD050-W EQUAL 1
                GO TO ETAPA-COBRANCA-EXIT.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO50.
           MOVE PARCELA-CO44     TO PARCELA-CO50.
           READ COD050
               INVALID KEY
                   GO TO ETAPA-COBRANCA-EXIT
           END-READ.
           IF   DATA-ENVIO-CO50 NOT EQUAL ZEROS
           AND  DATA-ENVIO-CO50 NOT GREATER DATA-FIM-MES-W
           AND (SITUACAO-CO50 EQUAL 0
                OR DATA-RETORNO-CO50 GREATER DATA-FIM-MES-W)
                MOVE ETAPA-CO50 TO ETAPA-W.

       ETAPA-COBRANCA-EXIT. EXIT.

       ACUMULA-TURMA SECTION.
           ADD VALOR-CO44 TO TOTAL-ABERTO-W.
           IF   DIAS-ATRASO-W GREATER ZEROS
                ADD VALOR-CO44 TO TOTAL-VENCIDO-W.
           IF   ETAPA-W GREATER ZEROS
                ADD VALOR-CO44 TO TOTAL-COBRANCA-W.
           PERFORM ACHA-TURMA.
           IF   OVERFLOW-TURMA-W EQUAL 1
                MOVE 0 TO OVERFLOW-TURMA-W
                GO TO ACUMULA-TURMA-EXIT.
           ADD 1 TO QTDE-TAB (TURMA-IDX).
           IF   DIAS-ATRASO-W GREATER ZEROS
                ADD VALOR-CO44 TO VENCIDO-TAB (TURMA-IDX)
           ELSE
                ADD VALOR-CO44 TO A-VENCER-TAB (TURMA-IDX).
           IF   ETAPA-W GREATER ZEROS
                ADD VALOR-CO44 TO COBRANCA-TAB (TURMA-IDX).

       ACUMULA-TURMA-EXIT. EXIT.

       ACHA-TURMA SECTION.
           SET TURMA-IDX TO 1.
           SEARCH TURMA-OCR
               AT END
                   IF   QTDE-TURMA-W LESS 200
                        ADD 1 TO QTDE-TURMA-W
                        SET TURMA-IDX TO QTDE-TURMA-W
                        MOVE CURSO-CO44 TO CURSO-TAB (TURMA-IDX)
                        MOVE TURMA-CO44 TO TURMA-TAB (TURMA-IDX)
                        MOVE ZEROS TO
                             QTDE-TAB (TURMA-IDX)
                             A-VENCER-TAB (TURMA-IDX)
                             VENCIDO-TAB (TURMA-IDX)
                             COBRANCA-TAB (TURMA-IDX)
                   ELSE
                        DISPLAY "AVISO: LIMITE DE 200 TURMAS "
                                "ATINGIDO - RELATORIO INCOMPLETO"
                        MOVE 1 TO OVERFLOW-TURMA-W
                        GO TO ACHA-TURMA-EXIT
                   END-IF
               WHEN CURSO-TAB (TURMA-IDX) EQUAL CURSO-CO44
               AND  TURMA-TAB (TURMA-IDX) EQUAL TURMA-CO44
                   CONTINUE
           END-SEARCH.

       ACHA-TURMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DIA-ABSOLUTO - recebe AAAAMMDD em DIA-ABSOLUTO-W e
      *    devolve ali o numero de dias desde 01/01/0001, contando os
      *    bissextos (sem FUNCTION INTEGER-OF-DATE); a diferenca entre
      *    duas datas da o atraso exato, mesmo atravessando o ano.
      *----------------------------------------------------------------
       CALCULA-DIA-ABSOLUTO SECTION.
           DIVIDE DIA-ABSOLUTO-W BY 10000 GIVING ANO-CORTE-W
                                  REMAINDER QUOC-BISSEXTO-W.
           DIVIDE QUOC-BISSEXTO-W BY 100  GIVING MES-CORTE-W
                                  REMAINDER DIA-CORTE-W.
           IF   MES-CORTE-W LESS 1 OR MES-CORTE-W GREATER 12
           OR   ANO-CORTE-W EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO-W
                GO TO CALCULA-DIA-ABSOLUTO-EXIT.
           PERFORM DETERMINA-ULTIMO-DIA-MES.

           EVALUATE MES-CORTE-W
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
           IF   MES-CORTE-W GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES-W.

           COMPUTE ANOS-COMPLETOS-W = ANO-CORTE-W - 1.
           COMPUTE DIA-ABSOLUTO-W = ANOS-COMPLETOS-W * 365
                                  + DIAS-ACUM-MES-W + DIA-CORTE-W.
           DIVIDE ANOS-COMPLETOS-W BY 4   GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 100 GIVING QUOC-BISSEXTO-W.
           SUBTRACT QUOC-BISSEXTO-W FROM DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 400 GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.

       CALCULA-DIA-ABSOLUTO-EXIT. EXIT.

       DETERMINA-ULTIMO-DIA-MES SECTION.
           DIVIDE ANO-CORTE-W BY 4   GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-4-W.
           DIVIDE ANO-CORTE-W BY 100 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-100-W.
           DIVIDE ANO-CORTE-W BY 400 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

           EVALUATE MES-CORTE-W
               WHEN 1  WHEN 3  WHEN 5  WHEN 7
               WHEN 8  WHEN 10 WHEN 12
                   MOVE 31 TO ULTIMO-DIA-MES-W
               WHEN 4  WHEN 6  WHEN 9  WHEN 11
                   MOVE 30 TO ULTIMO-DIA-MES-W
               WHEN 2
                   IF   ANO-BISSEXTO-TRUE
                        MOVE 29 TO ULTIMO-DIA-MES-W
                   ELSE
                        MOVE 28 TO ULTIMO-DIA-MES-W
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *    GRAVA-CONTROLE-MES - registro 000000/00 com os totais; e a
      *    marca de fotografia tirada que o CTP002 confere.
      *----------------------------------------------------------------
       GRAVA-CONTROLE-MES SECTION.
           MOVE MESANO-PARM      TO MESANO-CO61.
           MOVE ZEROS            TO NR-CONTRATO-CO61 PARCELA-CO61.
           MOVE SPACES           TO CURSO-CO61 TURMA-CO61.
           MOVE DATA-FIM-MES-W   TO DATA-VCTO-CO61.
           MOVE TOTAL-ABERTO-W   TO VALOR-CO61.
           MOVE ZEROS            TO DIAS-ATRASO-CO61 ETAPA-CO61
                                    RENEG-CO61.
           MOVE QTDE-GRAVADOS-W  TO QTDE-PARCELAS-CO61.
           MOVE DATA-HOJE-W      TO DATA-FOTO-CO61.
           MOVE USUARIO-PARM     TO USUARIO-CO61.
           WRITE REG-COD061
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD061 (CONTROLE): "
                           ST-COD061
           END-WRITE.

       IMPRIME-RELATORIO SECTION.
           PERFORM CABECALHO.
           SET TURMA-IDX TO 1.
           PERFORM IMPRIME-LINHA-TURMA
               UNTIL TURMA-IDX GREATER QTDE-TURMA-W.

           IF   LIN GREATER 50
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "TOTAL EM ABERTO NO FIM DO MES"   TO DESC-TOT-REL.
           MOVE TOTAL-ABERTO-W    TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "  DOS QUAIS VENCIDOS"            TO DESC-TOT-REL.
           MOVE TOTAL-VENCIDO-W   TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "  DOS QUAIS EM CARTORIO/NEGATIVACAO" TO DESC-TOT-REL.
           MOVE TOTAL-COBRANCA-W  TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.

       IMPRIME-LINHA-TURMA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CURSO-TAB (TURMA-IDX)    TO CURSO-REL.
           MOVE TURMA-TAB (TURMA-IDX)    TO TURMA-REL.
           MOVE QTDE-TAB (TURMA-IDX)     TO QTDE-REL.
           MOVE A-VENCER-TAB (TURMA-IDX) TO A-VENCER-REL.
           MOVE VENCIDO-TAB (TURMA-IDX)  TO VENCIDO-REL.
           MOVE COBRANCA-TAB (TURMA-IDX) TO COBRANCA-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.
           SET TURMA-IDX UP BY 1.

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

       EXIBE-RESUMO SECTION.
           DISPLAY "FOTOGRAFIA DA CARTEIRA CONCLUIDA.".
           DISPLAY "PARCELAS EM ABERTO GRAVADAS EM COD061: "
                   QTDE-GRAVADOS-W.
           MOVE TOTAL-ABERTO-W TO VALOR-TOT-REL.
           DISPLAY "TOTAL EM ABERTO NO FIM DO MES........: "
                   VALOR-TOT-REL.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD044 COD061 RELAT.
           IF   SEM-COD050-W EQUAL 0
                CLOSE COD050.

       END PROGRAM COP078.
