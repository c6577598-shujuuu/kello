       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP039.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: GUIA MENSAL DAS RETENCOES SOBRE NOTAS DE SERVICO DE
      *        FORNECEDOR. LISTA, DO CPD027, OS TITULOS LANCADOS PELO
      *        CPP038 COM EMISSAO NO MES BASE (BRUTO E CADA IMPOSTO
      *        RETIDO), TOTALIZA POR IMPOSTO - ISS, IRRF, PIS, COFINS
      *        E CSLL, NO MOLDE DA GUIA DA FOLHA DE REPORTAGEM CCP116
      *        - E GERA UM TITULO DE RECOLHIMENTO POR IMPOSTO NO
      *        CPD020 (TIPO "P", PENDENTE DE APROVACAO NO CPP025),
      *        COMO O LIVRO FISCAL CXP125: O ISS PARA A PREFEITURA E
      *        OS FEDERAIS PARA A RECEITA, CADA UM NO SEU DIA LEGAL DO
      *        MES SEGUINTE ROLADO PARA O DIA UTIL PELO FEP001V. O
      *        DOCUMENTO IMPOSTO + AAAAMM IMPEDE GUIA EM DOBRO NA
      *        REEXECUCAO E A GUIA PASSA PELO CPP032V.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX027.

           COPY CPPX020.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW027.

           COPY CPPW020.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(100).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CPD027            PIC 9        VALUE ZEROS.
              88  FIM-CPD027-TRUE       VALUE 1.
           05  FIM-CPD020-W          PIC 9        VALUE ZEROS.
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
           05  DIA-ISS-PARM          PIC 9(2)     VALUE ZEROS.
           05  FORNECEDOR-ISS-PARM   PIC 9(6)     VALUE ZEROS.
           05  DIA-FEDERAL-PARM      PIC 9(2)     VALUE ZEROS.
           05  FORNECEDOR-FED-PARM   PIC 9(6)     VALUE ZEROS.
           05  REDUZ-GUIA-PARM       PIC 9(5)     VALUE ZEROS.
           05  IMP-W                 PIC 9(1)     VALUE ZEROS.
           05  QTDE-NOTAS-W          PIC 9(5)     VALUE ZEROS.
           05  TOTAL-BRUTO-W         PIC 9(11)V99 VALUE ZEROS.
           05  VCTO-GUIA-W           PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES VCTO-GUIA-W.
               10  ANO-GUIA-W        PIC 9(4).
               10  MES-GUIA-W        PIC 9(2).
               10  DIA-GUIA-W        PIC 9(2).
           05  FORNECEDOR-GUIA-W     PIC 9(6)     VALUE ZEROS.
           05  ULT-SEQ-CAIXA-W       PIC 9(6)     VALUE ZEROS.
           05  DOCTO-GUIA-W.
               10  IMPOSTO-DOCTO-W   PIC X(4)     VALUE SPACES.
               10  MESANO-DOCTO-W    PIC 9(6)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-FEP001V.
      *    calendario de dia util (FED001/FEP001V - ver FEP001)
           05  MODO-FE               PIC X(1)     VALUE SPACES.
           05  DATA-FE               PIC 9(8)     VALUE ZEROS.
           05  FEP001V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DATA-UTIL-FE          PIC 9(8)     VALUE ZEROS.

       01  PARAMETROS-CPP032V.
      *    nota de fornecedor em dobro (ver CPP032V): "01"/"02" =
      *    suspeita, a guia nao e' gerada; "99" = CPD020 indisponivel
      *    para a conferencia, gera como sempre gerou
           05  FORNECEDOR-DUP        PIC 9(6)     VALUE ZEROS.
           05  NR-DOCTO-DUP          PIC X(10)    VALUE SPACES.
           05  VALOR-DUP             PIC 9(8)V99  VALUE ZEROS.
           05  DATA-VCTO-DUP         PIC 9(8)     VALUE ZEROS.
           05  SEQ-CAIXA-DUP         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-DUP           PIC 9(2)     VALUE ZEROS.
           05  CPP032V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SEQ-ACHADO-DUP        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-ACHADO-DUP    PIC 9(2)     VALUE ZEROS.
           05  DATA-VCTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.

      *    uma ocorrencia por imposto, na ordem de RETIDO-CP27
       01  TAB-IMPOSTOS-VALORES.
           05  FILLER                PIC X(4)     VALUE "ISS ".
           05  FILLER                PIC X(4)     VALUE "IRRF".
           05  FILLER                PIC X(4)     VALUE "PIS ".
           05  FILLER                PIC X(4)     VALUE "COFI".
           05  FILLER                PIC X(4)     VALUE "CSLL".
       01  TAB-IMPOSTOS REDEFINES TAB-IMPOSTOS-VALORES.
           05  IMPOSTO-TAB           PIC X(4)     OCCURS 5 TIMES.

       01  TAB-GUIA.
           05  GUIA-OCR OCCURS 5 TIMES INDEXED BY GUIA-IDX.
               10  TOTAL-RETIDO-TAB  PIC 9(11)V99.
               10  QTDE-TAB          PIC 9(5).
               10  SEQ-EXISTENTE-TAB PIC 9(6).

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(23)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(50)   VALUE
           "GUIA DE RETENCOES DE NOTAS DE SERVICO".
           05  FILLER                PIC X(10)   VALUE "MES BASE: ".
           05  MESANO-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(34)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(52)   VALUE
           "SEQ    PC FORNEC         BRUTO        ISS       IRRF".
           05  FILLER                PIC X(48)   VALUE
           "        PIS     COFINS       CSLL".

       01  LINDET.
           05  SEQ-REL               PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PARCELA-REL           PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FORNECEDOR-REL        PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  BRUTO-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  DET-IMPOSTO-REL       OCCURS 5 TIMES.
               10  FILLER            PIC X(1).
               10  RETIDO-REL        PIC ZZZ.ZZ9,99.

       01  LINGUIA.
           05  FILLER                PIC X(15)   VALUE
               "TOTAL DA GUIA ".
           05  IMPOSTO-GUIA-REL      PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(9)    VALUE "  NOTAS  ".
           05  QTDE-GUIA-REL         PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE "  RETIDO  ".
           05  RETIDO-GUIA-REL       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER                PIC X(22)   VALUE
               "NOTAS DO MES.........:".
           05  QTDE-TOT-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE "  BRUTO  ".
           05  BRUTO-TOT-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTXT.
           05  TEXTO-REL             PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CABECALHO
                PERFORM LISTA-RETENCAO UNTIL FIM-CPD027-TRUE
                PERFORM IMPRIME-GUIAS
                PERFORM GERA-GUIAS
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
           MOVE "CPD027" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD027.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           CLOSE CONTROLE.

           OPEN INPUT CPD027.
           IF   ST-CPD027 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD027: " ST-CPD027
                DISPLAY "LANCE AS NOTAS DE SERVICO NO CPP038."
                MOVE 1 TO ERRO-W.
           OPEN I-O CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           MOVE ALL "0" TO TAB-GUIA.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "MES BASE (AAAAMM)....................: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           DISPLAY "DIA LEGAL DO ISS (DD)................: "
               WITH NO ADVANCING.
           ACCEPT DIA-ISS-PARM.
           DISPLAY "FORNECEDOR DA GUIA DE ISS (PREFEIT.).: "
               WITH NO ADVANCING.
           ACCEPT FORNECEDOR-ISS-PARM.
           DISPLAY "DIA LEGAL IRRF/PIS/COFINS/CSLL (DD)..: "
               WITH NO ADVANCING.
           ACCEPT DIA-FEDERAL-PARM.
           DISPLAY "FORNECEDOR DAS GUIAS FEDERAIS........: "
               WITH NO ADVANCING.
           ACCEPT FORNECEDOR-FED-PARM.
           DISPLAY "CONTA REDUZIDA DAS GUIAS.............: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-GUIA-PARM.
           MOVE MESANO-PARM TO MESANO-REL MESANO-DOCTO-W.

           MOVE MESANO-PARM TO MESANO-CP27.
           MOVE ZEROS       TO SEQ-CAIXA-CP27 PARCELA-CP27.
           START CPD027 KEY IS NOT LESS ALT-CP27
               INVALID KEY
                   MOVE 1 TO FIM-CPD027.

       LISTA-RETENCAO SECTION.
           READ CPD027 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD027
                   GO TO LISTA-RETENCAO-EXIT.

           IF   MESANO-CP27 NOT EQUAL MESANO-PARM
                MOVE 1 TO FIM-CPD027
                GO TO LISTA-RETENCAO-EXIT.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE SEQ-CAIXA-CP27     TO SEQ-REL.
           MOVE PARCELA-CP27       TO PARCELA-REL.
           MOVE FORNECEDOR-CP27    TO FORNECEDOR-REL.
           MOVE VALOR-BRUTO-CP27   TO BRUTO-REL.
           ADD  1                  TO QTDE-NOTAS-W.
           ADD  VALOR-BRUTO-CP27   TO TOTAL-BRUTO-W.
           PERFORM ACUMULA-GUIA
                   VARYING IMP-W FROM 1 BY 1
                   UNTIL IMP-W GREATER 5.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

       LISTA-RETENCAO-EXIT. EXIT.

       ACUMULA-GUIA SECTION.
           MOVE SPACES             TO DET-IMPOSTO-REL (IMP-W).
           MOVE RETIDO-CP27 (IMP-W) TO RETIDO-REL (IMP-W).
           IF   RETIDO-CP27 (IMP-W) GREATER ZEROS
                SET GUIA-IDX TO IMP-W
                ADD RETIDO-CP27 (IMP-W) TO TOTAL-RETIDO-TAB (GUIA-IDX)
                ADD 1                   TO QTDE-TAB (GUIA-IDX).

       IMPRIME-GUIAS SECTION.
           MOVE QTDE-NOTAS-W  TO QTDE-TOT-REL.
           MOVE TOTAL-BRUTO-W TO BRUTO-TOT-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           PERFORM IMPRIME-UMA-GUIA
                   VARYING IMP-W FROM 1 BY 1
                   UNTIL IMP-W GREATER 5.

       IMPRIME-UMA-GUIA SECTION.
           SET GUIA-IDX TO IMP-W.
           MOVE IMPOSTO-TAB (IMP-W)         TO IMPOSTO-GUIA-REL.
           MOVE QTDE-TAB (GUIA-IDX)         TO QTDE-GUIA-REL.
           MOVE TOTAL-RETIDO-TAB (GUIA-IDX) TO RETIDO-GUIA-REL.
           WRITE REG-RELAT FROM LINGUIA.

      *----------------------------------------------------------------
      *    GERA-GUIAS - uma so varredura do CPD020 acha a ultima
      *    sequencia e as guias do mes ja lancadas (documento
      *    imposto + AAAAMM, em aberto); depois um titulo por imposto
      *    com retencao no mes, pendente de aprovacao (CPP025).
      *----------------------------------------------------------------
       GERA-GUIAS SECTION.
           MOVE ZEROS TO ULT-SEQ-CAIXA-W FIM-CPD020-W.
           MOVE ZEROS TO SEQ-CAIXA-CP20 PARCELA-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
               INVALID KEY
                   MOVE 1 TO FIM-CPD020-W.
           PERFORM PROCURA-ULTIMO-SEQ UNTIL FIM-CPD020-W EQUAL 1.

           PERFORM GERA-UMA-GUIA
                   VARYING IMP-W FROM 1 BY 1
                   UNTIL IMP-W GREATER 5.

       GERA-GUIAS-EXIT. EXIT.

       GERA-UMA-GUIA SECTION.
           SET GUIA-IDX TO IMP-W.
           MOVE IMPOSTO-TAB (IMP-W) TO IMPOSTO-DOCTO-W.
           IF   TOTAL-RETIDO-TAB (GUIA-IDX) EQUAL ZEROS
                GO TO GERA-UMA-GUIA-EXIT.
           IF   SEQ-EXISTENTE-TAB (GUIA-IDX) NOT EQUAL ZEROS
                DISPLAY "GUIA " IMPOSTO-DOCTO-W " DO MES JA EXISTIA"
                        " - SEQ " SEQ-EXISTENTE-TAB (GUIA-IDX)
                GO TO GERA-UMA-GUIA-EXIT.

           MOVE MESANO-PARM(1:4) TO ANO-GUIA-W.
           MOVE MESANO-PARM(5:2) TO MES-GUIA-W.
           IF   MES-GUIA-W LESS 12
                ADD 1 TO MES-GUIA-W
           ELSE
                MOVE 1 TO MES-GUIA-W
                ADD 1 TO ANO-GUIA-W.
           IF   IMP-W EQUAL 1
                MOVE DIA-ISS-PARM        TO DIA-GUIA-W
                MOVE FORNECEDOR-ISS-PARM TO FORNECEDOR-GUIA-W
           ELSE
                MOVE DIA-FEDERAL-PARM    TO DIA-GUIA-W
                MOVE FORNECEDOR-FED-PARM TO FORNECEDOR-GUIA-W.
           MOVE "U"         TO MODO-FE.
           MOVE VCTO-GUIA-W TO DATA-FE.
           CALL "FEP001V" USING PARAMETROS-FEP001V.
           IF   FEP001V-RETORNO EQUAL "00"
                MOVE DATA-UTIL-FE TO VCTO-GUIA-W.

           MOVE FORNECEDOR-GUIA-W TO FORNECEDOR-DUP.
           MOVE DOCTO-GUIA-W      TO NR-DOCTO-DUP.
           MOVE TOTAL-RETIDO-TAB (GUIA-IDX) TO VALOR-DUP.
           MOVE VCTO-GUIA-W       TO DATA-VCTO-DUP.
           MOVE ZEROS             TO SEQ-CAIXA-DUP PARCELA-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
           OR   CPP032V-RETORNO EQUAL "02"
                DISPLAY "SUSPEITA DE DUPLICIDADE (" CPP032V-RETORNO
                        ") COM O TITULO " SEQ-ACHADO-DUP
                        " - GUIA " IMPOSTO-DOCTO-W " NAO GERADA"
                MOVE SPACES TO TEXTO-REL
                STRING "GUIA " IMPOSTO-DOCTO-W " NAO GERADA - "
                       "SUSPEITA DE DUPLICIDADE: TITULO "
                       SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                       " VCTO " DATA-VCTO-ACHADO-DUP
                       " PGTO " DATA-PGTO-ACHADO-DUP
                       DELIMITED BY SIZE INTO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT AFTER 2
                GO TO GERA-UMA-GUIA-EXIT.

           ADD 1 TO ULT-SEQ-CAIXA-W.
           MOVE ULT-SEQ-CAIXA-W   TO SEQ-CAIXA-CP20.
           MOVE 1                 TO PARCELA-CP20.
           MOVE ZEROS             TO DATA-PGTO-CP20.
           MOVE VCTO-GUIA-W       TO DATA-VCTO-CP20.
           MOVE REDUZ-GUIA-PARM   TO CODREDUZ-APUR-CP20.
           MOVE SPACES            TO DESCRICAO-CP20.
           STRING "GUIA RETENCAO " IMPOSTO-DOCTO-W " " MESANO-PARM
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE DOCTO-GUIA-W      TO NR-DOCTO-CP20.
           MOVE TOTAL-RETIDO-TAB (GUIA-IDX) TO VALOR-CP20.
           MOVE FORNECEDOR-GUIA-W TO FORNECEDOR-CP20.
           MOVE 0                 TO SIT-APROV-CP20.
           MOVE SPACES            TO APROVADOR-CP20.
           MOVE ZEROS             TO DATA-APROV-CP20.
           MOVE "P"               TO TIPO-TITULO-CP20.
           MOVE ZEROS             TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
               NOT INVALID KEY
                   DISPLAY "GUIA " IMPOSTO-DOCTO-W " GERADA - SEQ "
                           SEQ-CAIXA-CP20 " VCTO " VCTO-GUIA-W
                   MOVE SPACES TO TEXTO-REL
                   STRING "GUIA " IMPOSTO-DOCTO-W
                          " GERADA EM CPD020 - SEQ "
                          SEQ-CAIXA-CP20 " VENCIMENTO " VCTO-GUIA-W
                          " (PENDENTE DE APROVACAO)"
                          DELIMITED BY SIZE INTO TEXTO-REL
                   WRITE REG-RELAT FROM LINTXT AFTER 2
           END-WRITE.

       GERA-UMA-GUIA-EXIT. EXIT.

       PROCURA-ULTIMO-SEQ SECTION.
           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020-W
                   GO TO PROCURA-ULTIMO-SEQ-EXIT.
           IF   SEQ-CAIXA-CP20 GREATER ULT-SEQ-CAIXA-W
                MOVE SEQ-CAIXA-CP20 TO ULT-SEQ-CAIXA-W.
           IF   NR-DOCTO-CP20(5:6) NOT EQUAL MESANO-DOCTO-W
           OR   DATA-PGTO-CP20 NOT EQUAL ZEROS
                GO TO PROCURA-ULTIMO-SEQ-EXIT.
           SET GUIA-IDX TO 1.
           SEARCH GUIA-OCR
               AT END
                   CONTINUE
               WHEN IMPOSTO-TAB (GUIA-IDX) EQUAL NR-DOCTO-CP20(1:4)
                   MOVE SEQ-CAIXA-CP20 TO SEQ-EXISTENTE-TAB (GUIA-IDX)
           END-SEARCH.

       PROCURA-ULTIMO-SEQ-EXIT. EXIT.

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
           CLOSE CPD027 CPD020 RELAT.

       END PROGRAM CPP039.
