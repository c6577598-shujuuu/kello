       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP084.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: REMESSA DE DEBITO AUTOMATICO (LEIAUTE FEBRABAN 150,
      *        VERSAO 05) DAS PARCELAS DO COD044 COM VENCIMENTO NO
      *        PERIODO INFORMADO, PARA UM BANCO: ENTRA A PARCELA EM
      *        ABERTO (FORA AS RENEGOCIADAS PELO COP056) DE CONTRATO
      *        COM AUTORIZACAO ATIVA NO COD065 (COP083) NAQUELE BANCO
      *        E QUE AINDA NAO ESTA NUMA REMESSA SEM RETORNO OU JA
      *        DEBITADA. CADA PARCELA ENVIADA FICA NO COD066 COM O NSA
      *        DO ARQUIVO; O REGISTRO DE CONTROLE DO BANCO NO COD066
      *        GUARDA O ULTIMO NSA E O CODIGO DO CONVENIO. O
      *        VENCIMENTO ROLA PARA O DIA UTIL (FEP001V) COMO NO
      *        CXP103. RETORNO NO COP085.

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

           COPY COPX065.

           COPY COPX066.

           COPY CXPX104.

           COPY CGPX011.

           COPY CGPX911.

           SELECT REMESSA ASSIGN TO PATH-REMESSA-W
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW044.

           COPY COPW065.

           COPY COPW066.

           COPY CXPW104.

           COPY CGPW011.

           COPY CGPW911.

       FD  REMESSA
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORD IS OMITTED.
       01  REG-REMESSA                  PIC X(150).

       01  REG-A-REMESSA.
           05  CODIGO-REGISTRO-A        PIC X(01)    VALUE "A".
           05  CODIGO-REMESSA-A         PIC 9(01)    VALUE 1.
           05  CONVENIO-A               PIC X(20)    VALUE SPACES.
           05  NOME-EMPRESA-A           PIC X(20)    VALUE SPACES.
           05  CODBAN-A                 PIC 9(03)    VALUE ZEROS.
           05  NOME-BANCO-A             PIC X(20)    VALUE SPACES.
           05  DATA-GERACAO-A           PIC 9(08)    VALUE ZEROS.
           05  NSA-A                    PIC 9(06)    VALUE ZEROS.
           05  VERSAO-A                 PIC 9(02)    VALUE 5.
           05  SERVICO-A                PIC X(17)    VALUE
               "DEBITO AUTOMATICO".
           05  FILLER                   PIC X(52)    VALUE SPACES.

       01  REG-E-REMESSA.
           05  CODIGO-REGISTRO-E        PIC X(01)    VALUE "E".
           05  ID-CLIENTE-EMPRESA-E     PIC X(25)    VALUE SPACES.
           05  AGENCIA-E                PIC 9(04)    VALUE ZEROS.
           05  ID-CLIENTE-BANCO-E.
               10  FILLER               PIC 9(05)    VALUE ZEROS.
               10  CONTA-E              PIC 9(08)    VALUE ZEROS.
               10  DIG-CONTA-E          PIC X(01)    VALUE SPACES.
           05  DATA-VCTO-E              PIC 9(08)    VALUE ZEROS.
           05  VALOR-E                  PIC 9(13)V99 VALUE ZEROS.
           05  MOEDA-E                  PIC 9(02)    VALUE 3.
           05  USO-EMPRESA-E.
      *        volta igual no registro F do retorno (COP085)
               10  CONTRATO-USO-E       PIC 9(06)    VALUE ZEROS.
               10  PARCELA-USO-E        PIC 9(02)    VALUE ZEROS.
               10  NSA-USO-E            PIC 9(06)    VALUE ZEROS.
               10  FILLER               PIC X(46)    VALUE SPACES.
           05  TIPO-IDENTIFICACAO-E     PIC 9(01)    VALUE 2.
           05  CPF-CNPJ-E               PIC 9(15)    VALUE ZEROS.
           05  FILLER                   PIC X(04)    VALUE SPACES.
           05  CODIGO-MOVIMENTO-E       PIC 9(01)    VALUE ZEROS.

       01  REG-Z-REMESSA.
           05  CODIGO-REGISTRO-Z        PIC X(01)    VALUE "Z".
           05  QTDE-REGISTROS-Z         PIC 9(06)    VALUE ZEROS.
           05  VALOR-TOTAL-Z            PIC 9(15)V99 VALUE ZEROS.
           05  FILLER                   PIC X(126)   VALUE SPACES.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD065             PIC XX       VALUE SPACES.
           05  ST-COD066             PIC XX       VALUE SPACES.
           05  ST-CXD104             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD911             PIC XX       VALUE SPACES.
           05  CXD104-OK             PIC 9        VALUE ZEROS.
              88  ARQUIVO-CXD104-OK     VALUE 1.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD044            PIC 9        VALUE ZEROS.
              88  FIM-COD044-TRUE       VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  PATH-REMESSA-W        PIC X(60)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  NOME-EMPRESA-W        PIC X(40)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CODBAN-PARM           PIC 9(3)     VALUE ZEROS.
           05  CONVENIO-PARM         PIC X(20)    VALUE SPACES.
           05  DATA-INI-PARM         PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NSA-W                 PIC 9(6)     VALUE ZEROS.
           05  CONTROLE-NOVO-W       PIC 9        VALUE ZEROS.
           05  SEQ-ATIVA-W           PIC 9(2)     VALUE ZEROS.
           05  PENDENTE-W            PIC 9        VALUE ZEROS.
           05  CPF-W                 PIC 9(16)    VALUE ZEROS.
           05  QTDE-GERADOS-W        PIC 9(6)     VALUE ZEROS.
           05  QTDE-REGISTROS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-JA-ENVIADAS-W    PIC 9(6)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(13)V99 VALUE ZEROS.
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

       01  PARAMETROS-FEP001V.
      *    calendario de dia util (FED001/FEP001V - ver FEP001)
           05  MODO-FE               PIC X(1)     VALUE SPACES.
           05  DATA-FE               PIC 9(8)     VALUE ZEROS.
           05  FEP001V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DATA-UTIL-FE          PIC 9(8)     VALUE ZEROS.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(33)   VALUE
           "REMESSA DE DEBITO AUTOMATICO NSA ".
           05  NSA-CAB-REL           PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE " BANCO ".
           05  CODBAN-CAB-REL        PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(14)   VALUE
               " VENCIMENTOS ".
           05  DATA-INI-CAB-REL      PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  DATA-FIM-CAB-REL      PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "CONTR. PC CURSO TURMA  VENCIMENTO   DEBITO EM          VALOR
      -    "  AGENCIA CONTA".

       01  LINDET.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  PARCELA-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  CURSO-REL             PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X       VALUE SPACES.
           05  TURMA-REL             PIC X(5)    VALUE SPACES.
           05  DATA-VCTO-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  DATA-DEBITO-REL       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  AGENCIA-REL           PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  CONTA-REL             PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE "-".
           05  DIG-CONTA-REL         PIC X       VALUE SPACES.

       01  LINTOT.
           05  DESC-TOT-REL          PIC X(40)   VALUE SPACES.
           05  QTDE-TOT-REL          PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-TOT-REL         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM NUMERA-REMESSA
                PERFORM GRAVA-HEADER
                PERFORM CABECALHO
                PERFORM POSICIONA-PARCELAS
                PERFORM SELECIONA-PARCELA UNTIL FIM-COD044-TRUE
                PERFORM GRAVA-TRAILER
                PERFORM IMPRIME-TOTAIS
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
           MOVE NOME-EMPRESA     TO EMPRESA-REL NOME-EMPRESA-W.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD065" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD065.
           MOVE "COD066" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD066.
           MOVE "CXD104" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD104.
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD911" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD911.
           CLOSE CONTROLE.

           OPEN INPUT COD041 COD044 CGD011 CGD911.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.
           IF   ST-CGD011 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
                MOVE 1 TO ERRO-W.
           IF   ST-CGD911 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD911: " ST-CGD911
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD065.
           IF   ST-COD065 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD065: " ST-COD065
                        " - NENHUMA AUTORIZACAO CADASTRADA (COP083)?"
                MOVE 1 TO ERRO-W.

      *    CXD104 e opcional: sem o cadastro de bancos o cabecalho sai
      *    sem o nome do banco
           OPEN INPUT CXD104.
           IF   ST-CXD104 EQUAL "00"
                MOVE 1 TO CXD104-OK.

           OPEN I-O COD066.
           IF   ST-COD066 EQUAL "35"
                CLOSE COD066       OPEN OUTPUT COD066
                CLOSE COD066       OPEN I-O COD066.
           IF   ST-COD066 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD066: " ST-COD066
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL.........................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA.......................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "COP084" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           DISPLAY "BANCO DO DEBITO (999)......................: "
               WITH NO ADVANCING.
           ACCEPT CODBAN-PARM.
           MOVE CODBAN-PARM TO CODBAN-CO66.
           MOVE ZEROS       TO NSA-CO66 NR-CONTRATO-CO66 PARCELA-CO66.
           MOVE ZEROS       TO CONTROLE-NOVO-W.
           READ COD066
               INVALID KEY
                   MOVE 1      TO CONTROLE-NOVO-W
                   MOVE SPACES TO CONVENIO-CO66
                   MOVE ZEROS  TO ULTIMO-NSA-CO66
           END-READ.
           DISPLAY "CODIGO DO CONVENIO NO BANCO (BRANCO = "
                   CONVENIO-CO66 "): " WITH NO ADVANCING.
           ACCEPT CONVENIO-PARM.
           IF   CONVENIO-PARM EQUAL SPACES
                MOVE CONVENIO-CO66 TO CONVENIO-PARM.
           IF   CONVENIO-PARM EQUAL SPACES
                DISPLAY "CONVENIO OBRIGATORIO."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.

           DISPLAY "VENCIMENTO INICIAL (AAAAMMDD)...............: "
               WITH NO ADVANCING.
           ACCEPT DATA-INI-PARM.
           DISPLAY "VENCIMENTO FINAL (AAAAMMDD).................: "
               WITH NO ADVANCING.
           ACCEPT DATA-FIM-PARM.
           IF   DATA-INI-PARM EQUAL ZEROS
           OR   DATA-FIM-PARM LESS DATA-INI-PARM
                DISPLAY "PERIODO INVALIDO."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           DISPLAY "NOME DO ARQUIVO DE REMESSA A GERAR..........: "
               WITH NO ADVANCING.
           ACCEPT PATH-REMESSA-W.

           OPEN OUTPUT REMESSA RELAT.

      *----------------------------------------------------------------
      *    NUMERA-REMESSA - proximo NSA do banco no registro de
      *    controle do COD066 (criado na primeira remessa), com o
      *    convenio informado; o arquivo gerado fica com o numero
      *    mesmo que saia vazio, para a sequencia do banco nao pular.
      *----------------------------------------------------------------
       NUMERA-REMESSA SECTION.
           ADD  1              TO ULTIMO-NSA-CO66.
           MOVE ULTIMO-NSA-CO66 TO NSA-W.
           MOVE CONVENIO-PARM  TO CONVENIO-CO66.
           MOVE USUARIO-PARM   TO USUARIO-CO66.
           IF   CONTROLE-NOVO-W EQUAL 1
                MOVE CODBAN-PARM TO CODBAN-CO66
                MOVE ZEROS       TO NSA-CO66 NR-CONTRATO-CO66
                                    PARCELA-CO66 SEQ-AUTORIZ-CO66
                                    DATA-VCTO-CO66 VALOR-CO66
                                    SITUACAO-CO66 DATA-RETORNO-CO66
                                    DATA-DEBITO-CO66
                MOVE SPACES      TO CODIGO-RETORNO-CO66
                MOVE DATA-HOJE-W TO DATA-REMESSA-CO66
                WRITE REG-COD066
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD066: " ST-COD066
                END-WRITE
           ELSE
                MOVE DATA-HOJE-W TO DATA-REMESSA-CO66
                REWRITE REG-COD066
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD066: " ST-COD066
                END-REWRITE.


       POSICIONA-PARCELAS SECTION.
           MOVE DATA-INI-PARM  TO DATA-VCTO-CO44.
           MOVE ZEROS          TO NR-CONTRATO-CO44.
           START COD044 KEY IS NOT LESS ALT-CO44
               INVALID KEY
                   MOVE 1 TO FIM-COD044.

       GRAVA-HEADER SECTION.
           MOVE CONVENIO-PARM  TO CONVENIO-A.
           MOVE NOME-EMPRESA-W TO NOME-EMPRESA-A.
           MOVE CODBAN-PARM    TO CODBAN-A.
           MOVE SPACES         TO NOME-BANCO-A.
           IF   ARQUIVO-CXD104-OK
                MOVE CODBAN-PARM TO CODBAN-CX104
                READ CXD104
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-CX104 TO NOME-BANCO-A
                END-READ
           END-IF.
           MOVE DATA-HOJE-W    TO DATA-GERACAO-A.
           MOVE NSA-W          TO NSA-A.
           WRITE REG-REMESSA FROM REG-A-REMESSA.
           ADD  1 TO QTDE-REGISTROS-W.

      *----------------------------------------------------------------
      *    SELECIONA-PARCELA - COD044 pela chave de vencimento, dentro
      *    do periodo; so parcela em aberto de contrato com
      *    autorizacao ativa no banco e sem debito pendente/feito.
      *----------------------------------------------------------------
       SELECIONA-PARCELA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD044
                   GO TO SELECIONA-PARCELA-EXIT.
           IF   DATA-VCTO-CO44 GREATER DATA-FIM-PARM
                MOVE 1 TO FIM-COD044
                GO TO SELECIONA-PARCELA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO SELECIONA-PARCELA-EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO SELECIONA-PARCELA-EXIT.

           PERFORM LOCALIZA-AUTORIZACAO.
           IF   SEQ-ATIVA-W EQUAL ZEROS
                GO TO SELECIONA-PARCELA-EXIT.
           IF   CODBAN-CO65 NOT EQUAL CODBAN-PARM
                GO TO SELECIONA-PARCELA-EXIT.

           PERFORM VERIFICA-PENDENCIA.
           IF   PENDENTE-W EQUAL 1
                ADD 1 TO QTDE-JA-ENVIADAS-W
                GO TO SELECIONA-PARCELA-EXIT.

           PERFORM GRAVA-DEBITO.

       SELECIONA-PARCELA-EXIT. EXIT.

      *    autorizacao ativa do contrato (fica lida em REG-COD065)
       LOCALIZA-AUTORIZACAO SECTION.
           MOVE ZEROS TO SEQ-ATIVA-W FIM-VARREDURA-W.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO65.
           MOVE ZEROS            TO SEQ-CO65.
           START COD065 KEY IS NOT LESS CHAVE-CO65
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LE-AUTORIZACAO UNTIL FIM-VARREDURA-TRUE.
           IF   SEQ-ATIVA-W EQUAL ZEROS
                GO TO LOCALIZA-AUTORIZACAO-EXIT.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO65.
           MOVE SEQ-ATIVA-W      TO SEQ-CO65.
           READ COD065
               INVALID KEY
                   MOVE ZEROS TO SEQ-ATIVA-W
           END-READ.

       LOCALIZA-AUTORIZACAO-EXIT. EXIT.

       LE-AUTORIZACAO SECTION.
           READ COD065 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-AUTORIZACAO-EXIT.
           IF   NR-CONTRATO-CO65 NOT EQUAL NR-CONTRATO-CO44
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-AUTORIZACAO-EXIT.
           IF   SITUACAO-CO65 EQUAL 0
                MOVE SEQ-CO65 TO SEQ-ATIVA-W.

       LE-AUTORIZACAO-EXIT. EXIT.

      *    parcela ja enviada sem retorno, ou ja debitada, nao vai de
      *    novo; rejeitada pelo banco pode ir na proxima remessa
       VERIFICA-PENDENCIA SECTION.
           MOVE ZEROS TO PENDENTE-W FIM-VARREDURA-W.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO66.
           MOVE PARCELA-CO44     TO PARCELA-CO66.
           START COD066 KEY IS EQUAL ALT-CO66
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LE-DEBITO-PARCELA UNTIL FIM-VARREDURA-TRUE.

       LE-DEBITO-PARCELA SECTION.
           READ COD066 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-DEBITO-PARCELA-EXIT.
           IF   NR-CONTRATO-CO66 NOT EQUAL NR-CONTRATO-CO44
           OR   PARCELA-CO66 NOT EQUAL PARCELA-CO44
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-DEBITO-PARCELA-EXIT.
           IF   SITUACAO-CO66 EQUAL 0 OR SITUACAO-CO66 EQUAL 1
                MOVE 1 TO PENDENTE-W
                MOVE 1 TO FIM-VARREDURA-W.

       LE-DEBITO-PARCELA-EXIT. EXIT.

       GRAVA-DEBITO SECTION.
           MOVE "U"            TO MODO-FE.
           MOVE DATA-VCTO-CO44 TO DATA-FE.
           CALL "FEP001V" USING PARAMETROS-FEP001V.
           IF   FEP001V-RETORNO EQUAL "00"
                MOVE DATA-UTIL-FE   TO DATA-VCTO-E
           ELSE
                MOVE DATA-VCTO-CO44 TO DATA-VCTO-E.

           PERFORM BUSCA-CPF.
           MOVE SPACES            TO ID-CLIENTE-EMPRESA-E.
           MOVE NR-CONTRATO-CO65  TO ID-CLIENTE-EMPRESA-E(1:6).
           MOVE SEQ-CO65          TO ID-CLIENTE-EMPRESA-E(7:2).
           MOVE AGENCIA-CO65      TO AGENCIA-E.
           MOVE CONTA-CO65        TO CONTA-E.
           MOVE DIG-CONTA-CO65    TO DIG-CONTA-E.
           MOVE VALOR-CO44        TO VALOR-E.
           MOVE NR-CONTRATO-CO44  TO CONTRATO-USO-E.
           MOVE PARCELA-CO44      TO PARCELA-USO-E.
           MOVE NSA-W             TO NSA-USO-E.
           MOVE 2                 TO TIPO-IDENTIFICACAO-E.
           MOVE CPF-W             TO CPF-CNPJ-E.
           MOVE ZEROS             TO CODIGO-MOVIMENTO-E.
           WRITE REG-REMESSA FROM REG-E-REMESSA.
           ADD  1          TO QTDE-REGISTROS-W QTDE-GERADOS-W.
           ADD  VALOR-CO44 TO VALOR-TOTAL-W.

           MOVE CODBAN-PARM       TO CODBAN-CO66.
           MOVE NSA-W             TO NSA-CO66.
           MOVE NR-CONTRATO-CO44  TO NR-CONTRATO-CO66.
           MOVE PARCELA-CO44      TO PARCELA-CO66.
           MOVE SEQ-CO65          TO SEQ-AUTORIZ-CO66.
           MOVE DATA-VCTO-CO44    TO DATA-VCTO-CO66.
           MOVE VALOR-CO44        TO VALOR-CO66.
           MOVE DATA-HOJE-W       TO DATA-REMESSA-CO66.
           MOVE ZEROS             TO SITUACAO-CO66 DATA-RETORNO-CO66
                                     DATA-DEBITO-CO66 ULTIMO-NSA-CO66.
           MOVE SPACES            TO CODIGO-RETORNO-CO66 CONVENIO-CO66.
           MOVE USUARIO-PARM      TO USUARIO-CO66.
           WRITE REG-COD066
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD066: " ST-COD066
                           " PARCELA " NR-CONTRATO-CO44 "-"
                           PARCELA-CO44
           END-WRITE.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NR-CONTRATO-CO44 TO CONTRATO-REL.
           MOVE PARCELA-CO44     TO PARCELA-REL.
           MOVE CURSO-CO44       TO CURSO-REL.
           MOVE TURMA-CO44       TO TURMA-REL.
           MOVE DATA-VCTO-CO44(7:2) TO DATA-VCTO-REL(1:2).
           MOVE DATA-VCTO-CO44(5:2) TO DATA-VCTO-REL(4:2).
           MOVE DATA-VCTO-CO44(1:4) TO DATA-VCTO-REL(7:4).
           MOVE DATA-VCTO-E(7:2) TO DATA-DEBITO-REL(1:2).
           MOVE DATA-VCTO-E(5:2) TO DATA-DEBITO-REL(4:2).
           MOVE DATA-VCTO-E(1:4) TO DATA-DEBITO-REL(7:4).
           MOVE VALOR-CO44       TO VALOR-REL.
           MOVE AGENCIA-CO65     TO AGENCIA-REL.
           MOVE CONTA-CO65       TO CONTA-REL.
           MOVE DIG-CONTA-CO65   TO DIG-CONTA-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

      *    CPF do titular do contrato: CGD011 com o fallback para o
      *    legado CGD911 (mesmo criterio do CXP103)
       BUSCA-CPF SECTION.
           MOVE ZEROS TO CPF-W.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO41.
           MOVE CURSO-CO44       TO CURSO-CO41.
           MOVE TURMA-CO44       TO TURMA-CO41.
           READ COD041
               INVALID KEY
                   GO TO BUSCA-CPF-EXIT
           END-READ.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CG11.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CG11.
           READ CGD011
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CPF-CG11 TO CPF-W
                   GO TO BUSCA-CPF-EXIT
           END-READ.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CG91.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CG91.
           READ CGD911
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CPF-CG91 TO CPF-W
           END-READ.

       BUSCA-CPF-EXIT. EXIT.

      *    total de registros inclui o header e o proprio trailer
       GRAVA-TRAILER SECTION.
           ADD  1 TO QTDE-REGISTROS-W.
           MOVE QTDE-REGISTROS-W TO QTDE-REGISTROS-Z.
           MOVE VALOR-TOTAL-W    TO VALOR-TOTAL-Z.
           WRITE REG-REMESSA FROM REG-Z-REMESSA.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE NSA-W         TO NSA-CAB-REL.
           MOVE CODBAN-PARM   TO CODBAN-CAB-REL.
           MOVE DATA-INI-PARM(7:2) TO DATA-INI-CAB-REL(1:2).
           MOVE DATA-INI-PARM(5:2) TO DATA-INI-CAB-REL(4:2).
           MOVE DATA-INI-PARM(1:4) TO DATA-INI-CAB-REL(7:4).
           MOVE DATA-FIM-PARM(7:2) TO DATA-FIM-CAB-REL(1:2).
           MOVE DATA-FIM-PARM(5:2) TO DATA-FIM-CAB-REL(4:2).
           MOVE DATA-FIM-PARM(1:4) TO DATA-FIM-CAB-REL(7:4).
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 6 TO LIN.

       IMPRIME-TOTAIS SECTION.
           IF   LIN GREATER 52
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "PARCELAS ENVIADAS PARA DEBITO"    TO DESC-TOT-REL.
           MOVE QTDE-GERADOS-W    TO QTDE-TOT-REL.
           MOVE VALOR-TOTAL-W     TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "JA ENVIADAS SEM RETORNO/DEBITADAS" TO DESC-TOT-REL.
           MOVE QTDE-JA-ENVIADAS-W TO QTDE-TOT-REL.
           MOVE ZEROS             TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE SPACES TO REG-RELAT.
           STRING "ARQUIVO: " PATH-REMESSA-W
                  DELIMITED BY SIZE INTO REG-RELAT.
           WRITE REG-RELAT AFTER 2.
           DISPLAY "REMESSA NSA " NSA-W " - " QTDE-GERADOS-W
                   " PARCELAS.".

       FECHA-ARQUIVOS SECTION.
           IF   ARQUIVO-CXD104-OK
                CLOSE CXD104.
           CLOSE COD041 COD044 COD065 COD066 CGD011 CGD911 REMESSA
                 RELAT.

       END PROGRAM COP084.
