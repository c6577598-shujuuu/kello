       IDENTIFICATION DIVISION.
       PROGRAM-ID. USP009.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: REVISAO DE SEGREGACAO DE FUNCOES. PARTE 1: CRUZA AS
      *        AUTORIZACOES DO USD002 (COM A DIMENSAO DE EMPRESA DO
      *        USD005 QUANDO IMPLANTADO, COMO O GRDUSU: SO VALE A
      *        CONCESSAO DA EMPRESA OU A DE GRUPO "***") COM AS
      *        REGRAS ATIVAS DO USD008 (VER USP008) E LISTA CADA
      *        USUARIO, POR EMPRESA, QUE TEM UMA COMBINACAO
      *        CONFLITANTE, COM O RISCO E OS PROGRAMAS QUE A FORMAM.
      *        PARTE 2: PARA AS EVIDENCIAS DE CADA REGRA, PROCURA NA
      *        TRILHA LOG003 (E NAS SESSOES USD003) DESDE O INICIO DO
      *        PERIODO INFORMADO OS CASOS REAIS EM QUE O MESMO
      *        USUARIO FEZ OS DOIS LADOS DO MESMO DOCUMENTO (OU NO
      *        MESMO DIA) - O PAPEL QUE ACOMPANHA A REVISAO DE
      *        ACESSOS DO USP005.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY USPX001.

           COPY USPX002.

           COPY USPX003.

           COPY USPX005.

           COPY USPX008.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY USPW001.

           COPY USPW002.

           COPY USPW003.

           COPY USPW005.

           COPY USPW008.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-USD001             PIC XX       VALUE SPACES.
           05  ST-USD002             PIC XX       VALUE SPACES.
           05  ST-USD003             PIC XX       VALUE SPACES.
           05  ST-USD005             PIC XX       VALUE SPACES.
           05  ST-USD008             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  SEM-USD003-W          PIC 9        VALUE ZEROS.
           05  SEM-USD005-W          PIC 9        VALUE ZEROS.
           05  SEM-LOG003-W          PIC 9        VALUE ZEROS.
           05  FIM-USD002            PIC 9        VALUE ZEROS.
              88  FIM-USD002-TRUE       VALUE 1.
           05  FIM-USD008            PIC 9        VALUE ZEROS.
              88  FIM-USD008-TRUE       VALUE 1.
           05  FIM-USD005            PIC 9        VALUE ZEROS.
           05  FIM-LADO-W            PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  DATA-INICIO-PARM      PIC 9(8)     VALUE ZEROS.
           05  USUARIO-ANT-W         PIC X(5)     VALUE SPACES.
           05  TEM-USUARIO-W         PIC 9        VALUE ZEROS.
           05  NOME-USUARIO-W        PIC X(25)    VALUE SPACES.
           05  EMPRESA-CONC-W        PIC X(3)     VALUE SPACES.
           05  EMPRESA-AVAL-W        PIC X(3)     VALUE SPACES.
           05  QTDE-REGRAS-W         PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-CONC-W           PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-EMP-W            PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-LA-W             PIC 9(5)     VALUE ZEROS COMP.
           05  IND-REGRA-W           PIC 9(3)     VALUE ZEROS COMP.
           05  IND-EMP-W             PIC 9(3)     VALUE ZEROS COMP.
           05  IND-PROG-W            PIC 9(3)     VALUE ZEROS COMP.
           05  IND-CONC-W            PIC 9(3)     VALUE ZEROS COMP.
           05  IND-EVID-W            PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-TEM-W            PIC 9        VALUE ZEROS.
           05  MINIMO-W              PIC 9        VALUE ZEROS.
           05  PROPRIA-W             PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
      *    ACHOU-W = 1 concessao de grupo "***"; 2 da propria empresa
           05  PROGRAMAS-W           PIC X(45)    VALUE SPACES.
           05  PONTEIRO-W            PIC 9(3)     VALUE ZEROS.
           05  LADO-W                PIC X        VALUE SPACES.
           05  ARQUIVO-LADO-W        PIC X(8)     VALUE SPACES.
           05  OPERACAO-LADO-W       PIC X(12)    VALUE SPACES.
           05  POS-LADO-W            PIC 9(2)     VALUE ZEROS.
           05  TAM-LADO-W            PIC 9(2)     VALUE ZEROS.
           05  USUARIO-OC-W          PIC X(5)     VALUE SPACES.
           05  DATA-OC-W             PIC 9(8)     VALUE ZEROS.
           05  CHAVE-OC-W            PIC X(20)    VALUE SPACES.
           05  VALOR-OC-W            PIC X(20)    VALUE SPACES.
           05  AVISO-LIMITE-W        PIC 9        VALUE ZEROS.
           05  QTDE-CONFLITOS-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-ALTO-W           PIC 9(5)     VALUE ZEROS.
           05  QTDE-CASOS-W          PIC 9(5)     VALUE ZEROS.
           COPY "PARAMETR".

      *    regras ativas do USD008, na ordem do registro
       01  TAB-REGRA.
           05  REGRA-OCR OCCURS 50 TIMES.
               10  CODIGO-RG         PIC 9(3).
               10  DESCRICAO-RG      PIC X(40).
               10  RISCO-RG          PIC 9.
               10  MINIMO-RG         PIC 9.
               10  PROGRAMA-RG       PIC X(8) OCCURS 5 TIMES.
               10  EVID-RG           OCCURS 2 TIMES.
                   15  ARQUIVO-A-RG  PIC X(8).
                   15  OPERACAO-A-RG PIC X(12).
                   15  POS-A-RG      PIC 9(2).
                   15  ARQUIVO-B-RG  PIC X(8).
                   15  OPERACAO-B-RG PIC X(12).
                   15  POS-B-RG      PIC 9(2).
                   15  TAM-RG        PIC 9(2).

      *    concessoes efetivas do usuario corrente: programa x empresa
      *    ("***" = grupo inteiro, ou USD005 nao implantado)
       01  TAB-CONC.
           05  CONC-OCR OCCURS 500 TIMES.
               10  PROGRAMA-CC       PIC X(8).
               10  EMPRESA-CC        PIC X(3).

       01  TAB-EMP.
           05  EMP-OCR OCCURS 30 TIMES INDEXED BY EMP-IDX.
               10  EMPRESA-TE        PIC X(3).

      *    ocorrencias do lado A de uma evidencia, para casar com o
      *    lado B pelo usuario e pelo pedaco comparado
       01  TAB-LADO-A.
           05  LA-OCR OCCURS 3000 TIMES INDEXED BY LA-IDX.
               10  USUARIO-LA        PIC X(5).
               10  VALOR-LA          PIC X(20).
               10  CHAVE-LA          PIC X(20).
               10  DATA-LA           PIC 9(8).
               10  USADO-LA          PIC 9.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  TITULO-CAB            PIC X(50)   VALUE SPACES.
           05  FILLER                PIC X(22)   VALUE
               "PERIODO A PARTIR DE ".
           05  DATA-INICIO-REL       PIC 9(8)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  COLUNAS-CAB           PIC X(90)   VALUE SPACES.
       01  CAB04-CONFLITO            PIC X(90)   VALUE
           "USUARIO NOME                      EMP REG RISCO DESCRICAO".
       01  CAB04-CASO                PIC X(90)   VALUE
           "REG USUAR DOCUMENTO            LADO A       DATA     LADO B
      -    "       DATA".

       01  LINCONF.
           05  USUARIO-REL           PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  NOME-REL              PIC X(25)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  EMPRESA-CONF-REL      PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  REGRA-REL             PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RISCO-REL             PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-REL         PIC X(40)   VALUE SPACES.
       01  LINCONF2.
           05  FILLER                PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(11)   VALUE "PROGRAMAS: ".
           05  PROGRAMAS-REL         PIC X(45)   VALUE SPACES.

       01  LINCASO.
           05  REGRA-CASO-REL        PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  USUARIO-CASO-REL      PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DOCUMENTO-REL         PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OPERACAO-A-REL        PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-A-REL            PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OPERACAO-B-REL        PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-B-REL            PIC 9(8)    VALUE ZEROS.

       01  LINVAZIO.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(50)   VALUE
               "*** NENHUM CASO ENCONTRADO NO PERIODO ***".

       01  LINRES1.
           05  FILLER                PIC X(30)   VALUE
               "COMBINACOES CONFLITANTES....: ".
           05  QTDE-CONFLITOS-REL    PIC ZZZZ9   VALUE ZEROS.
       01  LINRES2.
           05  FILLER                PIC X(30)   VALUE
               "  DE RISCO ALTO.............: ".
           05  QTDE-ALTO-REL         PIC ZZZZ9   VALUE ZEROS.
       01  LINRES3.
           05  FILLER                PIC X(30)   VALUE
               "CASOS REAIS NO PERIODO......: ".
           05  QTDE-CASOS-REL        PIC ZZZZ9   VALUE ZEROS.
       01  LINASS.
           05  FILLER                PIC X(90)   VALUE
           "REVISADO E APROVADO EM ____/____/________  ASSINATURA ______
      -    "______________________".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CARREGA-REGRA UNTIL FIM-USD008-TRUE
                IF   QTDE-REGRAS-W EQUAL ZEROS
                     DISPLAY "NENHUMA REGRA ATIVA - VER USP008."
                ELSE
                     MOVE "CONFLITOS DE FUNCOES NAS AUTORIZACOES"
                         TO TITULO-CAB
                     MOVE CAB04-CONFLITO TO COLUNAS-CAB
                     PERFORM CABECALHO
                     PERFORM LE-AUTORIZACAO UNTIL FIM-USD002-TRUE
                     PERFORM AVALIA-USUARIO
                     MOVE "CASOS REAIS NA TRILHA (LOG003/USD003)"
                         TO TITULO-CAB
                     MOVE CAB04-CASO TO COLUNAS-CAB
                     PERFORM CABECALHO
                     PERFORM PROCURA-CASOS-REGRA
                             VARYING IND-REGRA-W FROM 1 BY 1
                             UNTIL IND-REGRA-W GREATER QTDE-REGRAS-W
                     IF   QTDE-CASOS-W EQUAL ZEROS
                          WRITE REG-RELAT FROM LINVAZIO
                     END-IF
                     PERFORM IMPRIME-RESUMO
                END-IF
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
           MOVE "USD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD001.
           MOVE "USD002" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD002.
           MOVE "USD003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD003.
           MOVE "USD005" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD005.
           MOVE "USD008" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD008.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT USD001 USD002 USD008.
           IF   ST-USD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA USD001: " ST-USD001
                MOVE 1 TO ERRO-W.
           IF   ST-USD002 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA USD002: " ST-USD002
                MOVE 1 TO ERRO-W.
           IF   ST-USD008 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA USD008: " ST-USD008
                DISPLAY "CADASTRE AS REGRAS NO USP008."
                MOVE 1 TO ERRO-W.

           OPEN INPUT USD003.
           IF   ST-USD003 EQUAL "35"
                MOVE 1 TO SEM-USD003-W
           ELSE
                IF   ST-USD003 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA USD003: " ST-USD003
                     MOVE 1 TO ERRO-W.
           OPEN INPUT USD005.
           IF   ST-USD005 EQUAL "35"
                MOVE 1 TO SEM-USD005-W
           ELSE
                IF   ST-USD005 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA USD005: " ST-USD005
                     MOVE 1 TO ERRO-W.
           OPEN INPUT LOG003.
           IF   ST-LOG003 EQUAL "35"
                MOVE 1 TO SEM-LOG003-W
           ELSE
                IF   ST-LOG003 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                     MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "INICIO DO PERIODO DOS CASOS (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT DATA-INICIO-PARM.
           MOVE DATA-INICIO-PARM TO DATA-INICIO-REL.

           MOVE ZEROS TO CODIGO-US08.
           START USD008 KEY IS NOT LESS CODIGO-US08
               INVALID KEY
                   MOVE 1 TO FIM-USD008.

           MOVE SPACES TO USUARIO-US02 PROGRAMA-US02.
           START USD002 KEY IS NOT LESS CHAVE-US02
               INVALID KEY
                   MOVE 1 TO FIM-USD002.

       CARREGA-REGRA SECTION.
           READ USD008 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-USD008
                   GO TO CARREGA-REGRA-EXIT.
           IF   SITUACAO-US08 NOT EQUAL 0
                GO TO CARREGA-REGRA-EXIT.
           IF   QTDE-REGRAS-W NOT LESS 50
                DISPLAY "AVISO: LIMITE DE 50 REGRAS - REGRA "
                        CODIGO-US08 " FICOU FORA"
                GO TO CARREGA-REGRA-EXIT.
           ADD  1 TO QTDE-REGRAS-W.
           MOVE REG-USD008(1:177) TO REGRA-OCR (QTDE-REGRAS-W).

       CARREGA-REGRA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-AUTORIZACAO - as autorizacoes chegam agrupadas por
      *    usuario pela chave; cada uma vira concessao efetiva por
      *    empresa (USD005) e a quebra avalia as regras.
      *----------------------------------------------------------------
       LE-AUTORIZACAO SECTION.
           READ USD002 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-USD002
                   GO TO LE-AUTORIZACAO-EXIT.

           IF   TEM-USUARIO-W EQUAL 1
           AND  USUARIO-US02 NOT EQUAL USUARIO-ANT-W
                PERFORM AVALIA-USUARIO.

           IF   TEM-USUARIO-W EQUAL 0
                MOVE ZEROS TO QTDE-CONC-W QTDE-EMP-W
                MOVE 1            TO TEM-USUARIO-W
                MOVE USUARIO-US02 TO USUARIO-ANT-W.

           IF   SEM-USD005-W EQUAL 1
                MOVE "***" TO EMPRESA-CONC-W
                PERFORM GUARDA-CONCESSAO
                GO TO LE-AUTORIZACAO-EXIT.

           MOVE USUARIO-US02  TO USUARIO-US05.
           MOVE PROGRAMA-US02 TO PROGRAMA-US05.
           MOVE SPACES        TO EMPRESA-US05.
           MOVE ZEROS         TO FIM-USD005.
           START USD005 KEY IS NOT LESS CHAVE-US05
               INVALID KEY
                   MOVE 1 TO FIM-USD005.
           PERFORM LE-USD005 UNTIL FIM-USD005 EQUAL 1.

       LE-AUTORIZACAO-EXIT. EXIT.

       LE-USD005 SECTION.
           READ USD005 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-USD005
                   GO TO LE-USD005-EXIT.
           IF   USUARIO-US05  NOT EQUAL USUARIO-US02
           OR   PROGRAMA-US05 NOT EQUAL PROGRAMA-US02
                MOVE 1 TO FIM-USD005
                GO TO LE-USD005-EXIT.
           MOVE EMPRESA-US05 TO EMPRESA-CONC-W.
           PERFORM GUARDA-CONCESSAO.

       LE-USD005-EXIT. EXIT.

       GUARDA-CONCESSAO SECTION.
           IF   QTDE-CONC-W NOT LESS 500
                DISPLAY "AVISO: LIMITE DE 500 CONCESSOES - USUARIO "
                        USUARIO-US02
                GO TO GUARDA-CONCESSAO-EXIT.
           ADD  1 TO QTDE-CONC-W.
           MOVE PROGRAMA-US02  TO PROGRAMA-CC (QTDE-CONC-W).
           MOVE EMPRESA-CONC-W TO EMPRESA-CC (QTDE-CONC-W).

           SET EMP-IDX TO 1.
           SEARCH EMP-OCR
               AT END
                   IF   QTDE-EMP-W LESS 30
                        ADD 1 TO QTDE-EMP-W
                        MOVE EMPRESA-CONC-W
                            TO EMPRESA-TE (QTDE-EMP-W)
                   END-IF
               WHEN EMP-IDX GREATER QTDE-EMP-W
                   IF   QTDE-EMP-W LESS 30
                        ADD 1 TO QTDE-EMP-W
                        MOVE EMPRESA-CONC-W
                            TO EMPRESA-TE (QTDE-EMP-W)
                   END-IF
               WHEN EMPRESA-TE (EMP-IDX) EQUAL EMPRESA-CONC-W
                   CONTINUE
           END-SEARCH.

       GUARDA-CONCESSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    AVALIA-USUARIO - quebra de usuario: cada regra contra cada
      *    empresa em que ele tem concessao.
      *----------------------------------------------------------------
       AVALIA-USUARIO SECTION.
           IF   TEM-USUARIO-W EQUAL 0
                GO TO AVALIA-USUARIO-EXIT.
           MOVE 0 TO TEM-USUARIO-W.
           IF   QTDE-CONC-W EQUAL ZEROS
                GO TO AVALIA-USUARIO-EXIT.

           MOVE USUARIO-ANT-W TO CODIGO-US01.
           READ USD001
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-USUARIO-W
               NOT INVALID KEY
                   MOVE NOME-US01 TO NOME-USUARIO-W
                   IF   SITUACAO-US01 NOT EQUAL 0
                        MOVE "*** INATIVO ***" TO NOME-USUARIO-W
                   END-IF
           END-READ.

           PERFORM AVALIA-REGRA
                   VARYING IND-REGRA-W FROM 1 BY 1
                   UNTIL IND-REGRA-W GREATER QTDE-REGRAS-W.

       AVALIA-USUARIO-EXIT. EXIT.

       AVALIA-REGRA SECTION.
           PERFORM AVALIA-EMPRESA
                   VARYING IND-EMP-W FROM 1 BY 1
                   UNTIL IND-EMP-W GREATER QTDE-EMP-W.

       AVALIA-REGRA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    AVALIA-EMPRESA - conta os programas da regra que o usuario
      *    roda na empresa (concessao dela ou de grupo). A linha de
      *    uma empresa so sai se ela tiver concessao propria na
      *    combinacao; o que vem todo do grupo sai na linha "***".
      *----------------------------------------------------------------
       AVALIA-EMPRESA SECTION.
           MOVE EMPRESA-TE (IND-EMP-W) TO EMPRESA-AVAL-W.
           MOVE ZEROS  TO QTDE-TEM-W PROPRIA-W.
           MOVE SPACES TO PROGRAMAS-W.
           MOVE 1      TO PONTEIRO-W.
           PERFORM CONFERE-PROGRAMA
                   VARYING IND-PROG-W FROM 1 BY 1
                   UNTIL IND-PROG-W GREATER 5.

           MOVE MINIMO-RG (IND-REGRA-W) TO MINIMO-W.
           IF   MINIMO-W EQUAL ZEROS
                MOVE 2 TO MINIMO-W.
           IF   QTDE-TEM-W LESS MINIMO-W
                GO TO AVALIA-EMPRESA-EXIT.
           IF   EMPRESA-AVAL-W NOT EQUAL "***"
           AND  PROPRIA-W EQUAL 0
                GO TO AVALIA-EMPRESA-EXIT.

           IF   LIN GREATER 54
                PERFORM CABECALHO.
           MOVE USUARIO-ANT-W              TO USUARIO-REL.
           MOVE NOME-USUARIO-W             TO NOME-REL.
           MOVE EMPRESA-AVAL-W             TO EMPRESA-CONF-REL.
           MOVE CODIGO-RG (IND-REGRA-W)    TO REGRA-REL.
           MOVE DESCRICAO-RG (IND-REGRA-W) TO DESCRICAO-REL.
           EVALUATE RISCO-RG (IND-REGRA-W)
               WHEN 3     MOVE "ALTO"  TO RISCO-REL
                          ADD 1 TO QTDE-ALTO-W
               WHEN 2     MOVE "MEDIO" TO RISCO-REL
               WHEN OTHER MOVE "BAIXO" TO RISCO-REL
           END-EVALUATE.
           MOVE PROGRAMAS-W TO PROGRAMAS-REL.
           WRITE REG-RELAT FROM LINCONF.
           WRITE REG-RELAT FROM LINCONF2.
           ADD  2 TO LIN.
           ADD  1 TO QTDE-CONFLITOS-W.

       AVALIA-EMPRESA-EXIT. EXIT.

       CONFERE-PROGRAMA SECTION.
           IF   PROGRAMA-RG (IND-REGRA-W IND-PROG-W) EQUAL SPACES
                GO TO CONFERE-PROGRAMA-EXIT.
           MOVE 0 TO ACHOU-W.
           PERFORM PROCURA-CONCESSAO
                   VARYING IND-CONC-W FROM 1 BY 1
                   UNTIL IND-CONC-W GREATER QTDE-CONC-W
                      OR ACHOU-W EQUAL 2.
           IF   ACHOU-W EQUAL 0
                GO TO CONFERE-PROGRAMA-EXIT.
           ADD 1 TO QTDE-TEM-W.
           IF   ACHOU-W EQUAL 2
           AND  EMPRESA-AVAL-W NOT EQUAL "***"
                MOVE 1 TO PROPRIA-W.
           STRING PROGRAMA-RG (IND-REGRA-W IND-PROG-W) " "
                  DELIMITED BY SIZE INTO PROGRAMAS-W
                  WITH POINTER PONTEIRO-W.

       CONFERE-PROGRAMA-EXIT. EXIT.

       PROCURA-CONCESSAO SECTION.
           IF   PROGRAMA-CC (IND-CONC-W) NOT EQUAL
                PROGRAMA-RG (IND-REGRA-W IND-PROG-W)
                GO TO PROCURA-CONCESSAO-EXIT.
           IF   EMPRESA-CC (IND-CONC-W) EQUAL EMPRESA-AVAL-W
                MOVE 2 TO ACHOU-W
           ELSE
                IF   EMPRESA-CC (IND-CONC-W) EQUAL "***"
                     MOVE 1 TO ACHOU-W.

       PROCURA-CONCESSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCURA-CASOS-REGRA / -EVID - para cada evidencia da regra
      *    guarda as ocorrencias do lado A e casa as do lado B pelo
      *    usuario e pelo pedaco comparado (chave ou data); cada
      *    ocorrencia do lado A sai no maximo uma vez.
      *----------------------------------------------------------------
       PROCURA-CASOS-REGRA SECTION.
           PERFORM PROCURA-CASOS-EVID
                   VARYING IND-EVID-W FROM 1 BY 1
                   UNTIL IND-EVID-W GREATER 2.

       PROCURA-CASOS-REGRA-EXIT. EXIT.

       PROCURA-CASOS-EVID SECTION.
           IF   ARQUIVO-A-RG (IND-REGRA-W IND-EVID-W) EQUAL SPACES
                GO TO PROCURA-CASOS-EVID-EXIT.

           MOVE ZEROS TO QTDE-LA-W AVISO-LIMITE-W.
           MOVE "A"   TO LADO-W.
           MOVE ARQUIVO-A-RG (IND-REGRA-W IND-EVID-W)
                                     TO ARQUIVO-LADO-W.
           MOVE OPERACAO-A-RG (IND-REGRA-W IND-EVID-W)
                                     TO OPERACAO-LADO-W.
           MOVE POS-A-RG (IND-REGRA-W IND-EVID-W) TO POS-LADO-W.
           MOVE TAM-RG (IND-REGRA-W IND-EVID-W)   TO TAM-LADO-W.
           PERFORM VARRE-LADO.
           IF   QTDE-LA-W EQUAL ZEROS
                GO TO PROCURA-CASOS-EVID-EXIT.

           MOVE "B"   TO LADO-W.
           MOVE ARQUIVO-B-RG (IND-REGRA-W IND-EVID-W)
                                     TO ARQUIVO-LADO-W.
           MOVE OPERACAO-B-RG (IND-REGRA-W IND-EVID-W)
                                     TO OPERACAO-LADO-W.
           MOVE POS-B-RG (IND-REGRA-W IND-EVID-W) TO POS-LADO-W.
           PERFORM VARRE-LADO.

       PROCURA-CASOS-EVID-EXIT. EXIT.

       VARRE-LADO SECTION.
           MOVE ZEROS TO FIM-LADO-W.
           IF   TAM-LADO-W EQUAL ZEROS
           OR   POS-LADO-W EQUAL ZEROS
                MOVE 8 TO TAM-LADO-W.

           IF   ARQUIVO-LADO-W EQUAL "USD003"
                IF   SEM-USD003-W EQUAL 1
                     GO TO VARRE-LADO-EXIT
                END-IF
                MOVE SPACES TO USUARIO-US03
                MOVE ZEROS  TO INICIO-US03
                START USD003 KEY IS NOT LESS CHAVE-US03
                    INVALID KEY
                        MOVE 1 TO FIM-LADO-W
                END-START
                PERFORM LE-SESSAO-LADO UNTIL FIM-LADO-W EQUAL 1
                GO TO VARRE-LADO-EXIT.

           IF   SEM-LOG003-W EQUAL 1
                GO TO VARRE-LADO-EXIT.
           MOVE ARQUIVO-LADO-W   TO LOG3-ARQUIVO.
           MOVE ZEROS            TO LOG3-PERIODO.
           MOVE DATA-INICIO-PARM TO LOG3-PERIODO(1:8).
           START LOG003 KEY IS NOT LESS LOG3-CH-ARQUIVO
               INVALID KEY
                   MOVE 1 TO FIM-LADO-W.
           PERFORM LE-LOG-LADO UNTIL FIM-LADO-W EQUAL 1.

       VARRE-LADO-EXIT. EXIT.

       LE-LOG-LADO SECTION.
           READ LOG003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LADO-W
                   GO TO LE-LOG-LADO-EXIT.
           IF   LOG3-ARQUIVO NOT EQUAL ARQUIVO-LADO-W
                MOVE 1 TO FIM-LADO-W
                GO TO LE-LOG-LADO-EXIT.
           IF   LOG3-OPERACAO NOT EQUAL OPERACAO-LADO-W
                GO TO LE-LOG-LADO-EXIT.

           MOVE LOG3-USUARIO      TO USUARIO-OC-W.
           MOVE LOG3-PERIODO(1:8) TO DATA-OC-W.
           MOVE LOG3-CHAVE-REG    TO CHAVE-OC-W.
           IF   POS-LADO-W EQUAL ZEROS
                MOVE LOG3-PERIODO(1:8) TO VALOR-OC-W
           ELSE
                MOVE LOG3-CHAVE-REG(POS-LADO-W:TAM-LADO-W)
                                       TO VALOR-OC-W.
           PERFORM TRATA-OCORRENCIA.

       LE-LOG-LADO-EXIT. EXIT.

       LE-SESSAO-LADO SECTION.
           READ USD003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LADO-W
                   GO TO LE-SESSAO-LADO-EXIT.
           IF   PROGRAMA-US03 NOT EQUAL OPERACAO-LADO-W(1:8)
                GO TO LE-SESSAO-LADO-EXIT.
           IF   INICIO-US03(1:8) LESS DATA-INICIO-PARM
                GO TO LE-SESSAO-LADO-EXIT.

           MOVE USUARIO-US03     TO USUARIO-OC-W.
           MOVE INICIO-US03(1:8) TO DATA-OC-W VALOR-OC-W.
           MOVE SPACES           TO CHAVE-OC-W.
           STRING "SESSAO " PROGRAMA-US03
                  DELIMITED BY SIZE INTO CHAVE-OC-W.
           PERFORM TRATA-OCORRENCIA.

       LE-SESSAO-LADO-EXIT. EXIT.

       TRATA-OCORRENCIA SECTION.
           IF   LADO-W EQUAL "A"
                PERFORM GUARDA-LADO-A
                GO TO TRATA-OCORRENCIA-EXIT.

           SET LA-IDX TO 1.
           SEARCH LA-OCR
               AT END
                   CONTINUE
               WHEN LA-IDX GREATER QTDE-LA-W
                   CONTINUE
               WHEN USUARIO-LA (LA-IDX) EQUAL USUARIO-OC-W
               AND  VALOR-LA (LA-IDX)   EQUAL VALOR-OC-W
               AND  USADO-LA (LA-IDX)   EQUAL 0
                   MOVE 1 TO USADO-LA (LA-IDX)
                   PERFORM IMPRIME-CASO
           END-SEARCH.

       TRATA-OCORRENCIA-EXIT. EXIT.

       GUARDA-LADO-A SECTION.
           IF   QTDE-LA-W NOT LESS 3000
                IF   AVISO-LIMITE-W EQUAL 0
                     MOVE 1 TO AVISO-LIMITE-W
                     DISPLAY "AVISO: LIMITE DE 3000 OCORRENCIAS - "
                             "REGRA " CODIGO-RG (IND-REGRA-W)
                             " - REDUZA O PERIODO"
                END-IF
                GO TO GUARDA-LADO-A-EXIT.
           ADD  1 TO QTDE-LA-W.
           SET  LA-IDX TO QTDE-LA-W.
           MOVE USUARIO-OC-W TO USUARIO-LA (LA-IDX).
           MOVE VALOR-OC-W   TO VALOR-LA (LA-IDX).
           MOVE CHAVE-OC-W   TO CHAVE-LA (LA-IDX).
           MOVE DATA-OC-W    TO DATA-LA (LA-IDX).
           MOVE 0            TO USADO-LA (LA-IDX).

       GUARDA-LADO-A-EXIT. EXIT.

       IMPRIME-CASO SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CODIGO-RG (IND-REGRA-W) TO REGRA-CASO-REL.
           MOVE USUARIO-OC-W            TO USUARIO-CASO-REL.
           MOVE CHAVE-LA (LA-IDX)       TO DOCUMENTO-REL.
           MOVE OPERACAO-A-RG (IND-REGRA-W IND-EVID-W)
                                        TO OPERACAO-A-REL.
           MOVE DATA-LA (LA-IDX)        TO DATA-A-REL.
           MOVE OPERACAO-LADO-W         TO OPERACAO-B-REL.
           MOVE DATA-OC-W               TO DATA-B-REL.
           WRITE REG-RELAT FROM LINCASO.
           ADD  1 TO LIN.
           ADD  1 TO QTDE-CASOS-W.

       IMPRIME-CASO-EXIT. EXIT.

       IMPRIME-RESUMO SECTION.
           MOVE QTDE-CONFLITOS-W TO QTDE-CONFLITOS-REL.
           MOVE QTDE-ALTO-W      TO QTDE-ALTO-REL.
           MOVE QTDE-CASOS-W     TO QTDE-CASOS-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINRES1.
           WRITE REG-RELAT FROM LINRES2.
           WRITE REG-RELAT FROM LINRES3.
           WRITE REG-RELAT FROM LINASS AFTER 3.

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
           CLOSE USD001 USD002 USD008 RELAT.
           IF   SEM-USD003-W EQUAL 0
                CLOSE USD003.
           IF   SEM-USD005-W EQUAL 0
                CLOSE USD005.
           IF   SEM-LOG003-W EQUAL 0
                CLOSE LOG003.

       END PROGRAM USP009.
