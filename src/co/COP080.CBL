       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP080.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI
      *        12.007/2009). PARA O ANO INFORMADO (NORMALMENTE O
      *        ANTERIOR), APURA POR CLIENTE TITULAR DO COD041 AS
      *        PARCELAS DO COD044 VENCIDAS NO ANO: RECEBIDAS (INCLUSIVE
      *        COM CREDITO DO COD051, COP061) OU QUITADAS PELA
      *        RENEGOCIACAO DO COP056 - ESTA SO QUANDO O CONTRATO NAO
      *        TEM PARCELA DE RENEGOCIACAO EM ABERTO. PARCELA DE
      *        CONTRATO CANCELADO NO COD047 COM VENCIMENTO DEPOIS DO
      *        CANCELAMENTO NAO CONTA. CLIENTE COM TUDO QUITADO RECEBE
      *        A DECLARACAO IMPRESSA COM A LISTA DE CONTRATOS E UMA
      *        MENSAGEM "QUI" NO EXTRATO DE COMUNICACAO MSGCOM (MESMO
      *        LAYOUT, CONTATO E CONSENTIMENTO DO CGP098); CLIENTE COM
      *        PARCELA DO ANO EM ABERTO SAI NA LISTA DE PENDENTES. O
      *        REGISTRO DO QUE FOI EMITIDO, QUANDO E POR QUEM FICA NO
      *        COD062; DECLARACAO JA EMITIDA NAO E REFEITA NA
      *        REEXECUCAO, OS PENDENTES SIM.

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

           COPY COPX047.

           COPY COPX051.

           COPY COPX062.

           COPY CGPX001.

           COPY CGPX011.

           COPY CGPX911.

           SELECT MSGCOM ASSIGN TO PATH-MSGCOM-W
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-MSGCOM.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW044.

           COPY COPW047.

           COPY COPW051.

           COPY COPW062.

           COPY CGPW001.

           COPY CGPW011.

           COPY CGPW911.

       FD  MSGCOM
           LABEL RECORD IS OMITTED.
       01  REG-MSGCOM.
           05  CLIENTE-MSG           PIC 9(8).
           05  DDD-MSG               PIC 9(2).
           05  CELULAR-MSG           PIC 9(8).
           05  EMAIL-MSG             PIC X(30).
           05  TEMPLATE-MSG          PIC X(3).
      *    TEMPLATE-MSG = "QUI" DECLARACAO ANUAL DE QUITACAO
           05  DATA-MSG              PIC 9(8).
           05  HORA-MSG              PIC 9(4).
           05  COMPLEMENTO-MSG       PIC X(40).
      *    COMPLEMENTO-MSG = ANO E NUMERO DA DECLARACAO

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD047             PIC XX       VALUE SPACES.
           05  ST-COD051             PIC XX       VALUE SPACES.
           05  ST-COD062             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD911             PIC XX       VALUE SPACES.
           05  ST-MSGCOM             PIC XX       VALUE SPACES.
           05  SEM-COD047-W          PIC 9        VALUE ZEROS.
           05  SEM-COD051-W          PIC 9        VALUE ZEROS.
      *    SEM-xxx-W = 1 sem cancelamentos/creditos (status 35): a
      *    regra correspondente nao se aplica
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD041            PIC 9        VALUE ZEROS.
              88  FIM-COD041-TRUE       VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-PARCELAS-W        PIC 9        VALUE ZEROS.
              88  FIM-PARCELAS-TRUE     VALUE 1.
           05  FIM-CREDITO-W         PIC 9        VALUE ZEROS.
              88  FIM-CREDITO-TRUE      VALUE 1.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-MSGCOM-W         PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  ANO-PARM              PIC 9(4)     VALUE ZEROS.
           05  DATA-INI-ANO-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-ANO-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NOME-EMPRESA-W        PIC X(40)    VALUE SPACES.
      *    apuracao do contrato corrente
           05  CONTRATO-ATUAL-W      PIC 9(6)     VALUE ZEROS.
           05  DATA-CANCEL-W         PIC 9(8)     VALUE ZEROS.
           05  RENEG-ABERTA-W        PIC 9        VALUE ZEROS.
           05  QTDE-PARC-W           PIC 9(4)     VALUE ZEROS.
           05  VALOR-PARC-W          PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-RENEG-W          PIC 9(4)     VALUE ZEROS.
           05  QTDE-CRED-W           PIC 9(4)     VALUE ZEROS.
           05  QTDE-ABERTA-W         PIC 9(4)     VALUE ZEROS.
           05  VALOR-ABERTO-W        PIC 9(9)V99  VALUE ZEROS.
           05  ORIGEM-CREDITO-W      PIC X(20)    VALUE SPACES.
      *    emissao
           05  ULTIMA-DECLARACAO-W   PIC 9(6)     VALUE ZEROS.
           05  EMITINDO-W            PIC 9        VALUE ZEROS.
           05  NOME-CLIENTE-W        PIC X(40)    VALUE SPACES.
           05  ENDERECO-W            PIC X(45)    VALUE SPACES.
           05  BAIRRO-W              PIC X(25)    VALUE SPACES.
           05  CEP-W                 PIC 9(8)     VALUE ZEROS.
           05  CPF-W                 PIC 9(16)    VALUE ZEROS.
           05  ACHOU-CADASTRO-W      PIC 9        VALUE ZEROS.
           05  DDD-CONTATO-W         PIC 9(2)     VALUE ZEROS.
           05  CELULAR-CONTATO-W     PIC 9(8)     VALUE ZEROS.
           05  EMAIL-CONTATO-W       PIC X(30)    VALUE SPACES.
      *    totais
           05  QTDE-APAGADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-JA-EMITIDAS-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-EMITIDAS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-ENVIADAS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-SO-PAPEL-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-PENDENTES-W      PIC 9(6)     VALUE ZEROS.
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

       01  PARAMETROS-GRDCON.
      *    consentimento LGPD (CGD014/GRDCON - ver CGP099): a
      *    declaracao e comunicacao operacional ("O"), barrada so
      *    quando expressamente revogada; a declaracao impressa sai
      *    de qualquer forma
           05  CLASSIF-CON           PIC 9        VALUE ZEROS.
           05  CODIGO-CON            PIC 9(8)     VALUE ZEROS.
           05  FINALIDADE-CON        PIC X        VALUE SPACES.
           05  GRDCON-RETORNO        PIC X(2)     VALUE SPACES.

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

       01  LINCONTR.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(9)    VALUE "CONTRATO ".
           05  CONTRATO-DEC-REL      PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE " CURSO ".
           05  CURSO-DEC-REL         PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(7)    VALUE " TURMA ".
           05  TURMA-DEC-REL         PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  QTDE-DEC-REL          PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(15)   VALUE
               " PARCELAS  R$ ".
           05  VALOR-DEC-REL         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC ZZ9     VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(50)   VALUE
           "CLIENTES SEM QUITACAO ANUAL - PARCELAS DO ANO DE ".
           05  ANO-CAB-REL           PIC 9999    VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE " EM ABERTO".
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "C CLIENTE  NOME                                     CONTR. A
      -    "BERTAS    VALOR EM ABERTO".

       01  LINPEND.
           05  CLASSIF-REL           PIC 9       VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  CLIENTE-REL           PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  NOME-REL              PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X       VALUE SPACES.
           05  CONTRATOS-REL         PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  ABERTAS-REL           PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ABERTO-REL            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM PREPARA-ANO
                PERFORM APURA-CONTRATO UNTIL FIM-COD041-TRUE
                PERFORM EMITE-DECLARACOES
                PERFORM LISTA-PENDENTES
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
           MOVE NOME-EMPRESA     TO EMPRESA-REL NOME-EMPRESA-W.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD047" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD047.
           MOVE "COD051" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD051.
           MOVE "COD062" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD062.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD911" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD911.
           MOVE "MSGCOM" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-MSGCOM-W.
           CLOSE CONTROLE.

           OPEN INPUT COD041 COD044 CGD001 CGD011 CGD911.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                MOVE 1 TO ERRO-W.
           IF   ST-CGD011 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
                MOVE 1 TO ERRO-W.
           IF   ST-CGD911 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD911: " ST-CGD911
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD047.
           IF   ST-COD047 EQUAL "35"
                MOVE 1 TO SEM-COD047-W
           ELSE
                IF   ST-COD047 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD047: " ST-COD047
                     MOVE 1 TO ERRO-W.
           OPEN INPUT COD051.
           IF   ST-COD051 EQUAL "35"
                MOVE 1 TO SEM-COD051-W
           ELSE
                IF   ST-COD051 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD051: " ST-COD051
                     MOVE 1 TO ERRO-W.

           OPEN I-O COD062.
           IF   ST-COD062 EQUAL "35"
                CLOSE COD062       OPEN OUTPUT COD062
                CLOSE COD062       OPEN I-O COD062.
           IF   ST-COD062 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD062: " ST-COD062
                MOVE 1 TO ERRO-W.

      *    o extrato de comunicacao acumula ate o bureau recolher:
      *    EXTEND, criado na primeira vez
           OPEN EXTEND MSGCOM.
           IF   ST-MSGCOM EQUAL "35"
                OPEN OUTPUT MSGCOM
                CLOSE MSGCOM
                OPEN EXTEND MSGCOM.
           IF   ST-MSGCOM NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA MSGCOM: " ST-MSGCOM
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
           MOVE "COP080" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "ANO DA QUITACAO (AAAA - ZERO = ANTERIOR): "
               WITH NO ADVANCING.
           ACCEPT ANO-PARM.
           IF   ANO-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W(1:4) TO ANO-PARM
                SUBTRACT 1 FROM ANO-PARM.
           IF   ANO-PARM NOT LESS DATA-HOJE-W(1:4)
                DISPLAY "SO ANO JA ENCERRADO PODE SER DECLARADO."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           COMPUTE DATA-INI-ANO-W = ANO-PARM * 10000 + 0101.
           COMPUTE DATA-FIM-ANO-W = ANO-PARM * 10000 + 1231.
           MOVE ANO-PARM TO ANO-CAB-REL.

      *----------------------------------------------------------------
      *    PREPARA-ANO - apaga a apuracao anterior do ano dos clientes
      *    ainda nao declarados (serao reapurados) e guarda o ultimo
      *    numero de declaracao ja emitido.
      *----------------------------------------------------------------
       PREPARA-ANO SECTION.
           MOVE ZEROS TO ULTIMA-DECLARACAO-W EMITINDO-W FIM-VARREDURA-W.
           MOVE ANO-PARM TO ANO-CO62.
           MOVE ZEROS    TO CLASSIF-CLIENTE-CO62 CODIGO-CLIENTE-CO62
                            NR-CONTRATO-CO62.
           START COD062 KEY IS NOT LESS CHAVE-CO62
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LIMPA-PENDENTE UNTIL FIM-VARREDURA-TRUE.
           IF   QTDE-APAGADOS-W GREATER ZEROS
                DISPLAY "APURACAO ANTERIOR DOS NAO DECLARADOS APAGADA: "
                        QTDE-APAGADOS-W " REGISTROS".

           MOVE ZEROS TO CHAVE-CO41 OF REG-COD041.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   MOVE 1 TO FIM-COD041.

       LIMPA-PENDENTE SECTION.
           READ COD062 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LIMPA-PENDENTE-EXIT.
           IF   ANO-CO62 NOT EQUAL ANO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LIMPA-PENDENTE-EXIT.

      *    o registro do cliente vem antes dos contratos dele
           IF   NR-CONTRATO-CO62 EQUAL ZEROS
                IF   SITUACAO-CO62 EQUAL 1
                     MOVE 1 TO EMITINDO-W
                     ADD  1 TO QTDE-JA-EMITIDAS-W
                     IF   NR-DECLARACAO-CO62 GREATER
                          ULTIMA-DECLARACAO-W
                          MOVE NR-DECLARACAO-CO62 TO
                               ULTIMA-DECLARACAO-W
                     END-IF
                ELSE
                     MOVE 0 TO EMITINDO-W
                END-IF
           END-IF.
           IF   EMITINDO-W EQUAL 1
                GO TO LIMPA-PENDENTE-EXIT.

           DELETE COD062
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO COD062: " ST-COD062
               NOT INVALID KEY
                   ADD 1 TO QTDE-APAGADOS-W
           END-DELETE.

       LIMPA-PENDENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-CONTRATO - cada contrato com parcela vencida no ano
      *    vira um registro do COD062 e soma no registro do cliente.
      *----------------------------------------------------------------
       APURA-CONTRATO SECTION.
           READ COD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD041
                   GO TO APURA-CONTRATO-EXIT.

           MOVE ANO-PARM             TO ANO-CO62.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CLIENTE-CO62.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CLIENTE-CO62.
           MOVE ZEROS                TO NR-CONTRATO-CO62.
           READ COD062
               INVALID KEY
                   MOVE ZEROS TO SITUACAO-CO62
           END-READ.
           IF   ST-COD062 EQUAL "00"
           AND  SITUACAO-CO62 EQUAL 1
                GO TO APURA-CONTRATO-EXIT.

           PERFORM APURA-PARCELAS-CONTRATO.
           IF   QTDE-PARC-W EQUAL ZEROS
                GO TO APURA-CONTRATO-EXIT.

           PERFORM ACUMULA-CLIENTE.

           MOVE ANO-PARM             TO ANO-CO62.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CLIENTE-CO62.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CLIENTE-CO62.
           MOVE NR-CONTRATO-CO41     TO NR-CONTRATO-CO62.
           READ COD062
               INVALID KEY
                   MOVE ZEROS TO QTDE-PARCELAS-CO62
                                 VALOR-PARCELAS-CO62
                                 QTDE-RENEG-CO62 QTDE-CREDITO-CO62
                                 QTDE-ABERTAS-CO62 VALOR-ABERTO-CO62
           END-READ.
      *    o mesmo numero em mais de um curso/turma soma no registro
           MOVE CURSO-CO41           TO CURSO-CO62.
           MOVE TURMA-CO41           TO TURMA-CO62.
           MOVE ZEROS                TO QTDE-CONTRATOS-CO62
                                        SITUACAO-CO62
                                        NR-DECLARACAO-CO62
                                        DATA-EMISSAO-CO62 ENVIO-CO62.
           ADD  QTDE-PARC-W          TO QTDE-PARCELAS-CO62.
           ADD  VALOR-PARC-W         TO VALOR-PARCELAS-CO62.
           ADD  QTDE-RENEG-W         TO QTDE-RENEG-CO62.
           ADD  QTDE-CRED-W          TO QTDE-CREDITO-CO62.
           ADD  QTDE-ABERTA-W        TO QTDE-ABERTAS-CO62.
           ADD  VALOR-ABERTO-W       TO VALOR-ABERTO-CO62.
           MOVE USUARIO-PARM         TO USUARIO-CO62.
           IF   ST-COD062 EQUAL "00"
                REWRITE REG-COD062
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD062: " ST-COD062
                END-REWRITE
           ELSE
                WRITE REG-COD062
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD062: " ST-COD062
                END-WRITE
           END-IF.

       APURA-CONTRATO-EXIT. EXIT.

       ACUMULA-CLIENTE SECTION.
           MOVE ANO-PARM             TO ANO-CO62.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CLIENTE-CO62.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CLIENTE-CO62.
           MOVE ZEROS                TO NR-CONTRATO-CO62.
           READ COD062
               INVALID KEY
                   MOVE SPACES TO CURSO-CO62 TURMA-CO62
                   MOVE ZEROS  TO QTDE-CONTRATOS-CO62
                                  QTDE-PARCELAS-CO62
                                  VALOR-PARCELAS-CO62
                                  QTDE-RENEG-CO62 QTDE-CREDITO-CO62
                                  QTDE-ABERTAS-CO62 VALOR-ABERTO-CO62
                                  SITUACAO-CO62 NR-DECLARACAO-CO62
                                  DATA-EMISSAO-CO62 ENVIO-CO62
           END-READ.
           ADD  1                    TO QTDE-CONTRATOS-CO62.
           ADD  QTDE-PARC-W          TO QTDE-PARCELAS-CO62.
           ADD  VALOR-PARC-W         TO VALOR-PARCELAS-CO62.
           ADD  QTDE-RENEG-W         TO QTDE-RENEG-CO62.
           ADD  QTDE-CRED-W          TO QTDE-CREDITO-CO62.
           ADD  QTDE-ABERTA-W        TO QTDE-ABERTAS-CO62.
           ADD  VALOR-ABERTO-W       TO VALOR-ABERTO-CO62.
           IF   QTDE-ABERTAS-CO62 GREATER ZEROS
                MOVE 2 TO SITUACAO-CO62.
           MOVE USUARIO-PARM         TO USUARIO-CO62.
           IF   ST-COD062 EQUAL "00"
                REWRITE REG-COD062
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD062: " ST-COD062
                END-REWRITE
           ELSE
                WRITE REG-COD062
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD062: " ST-COD062
                END-WRITE
           END-IF.

      *----------------------------------------------------------------
      *    APURA-PARCELAS-CONTRATO - primeira volta: ha parcela de
      *    renegociacao ainda em aberto? (entao a renegociacao nao
      *    quitou nada); segunda volta: classifica as parcelas com
      *    vencimento no ano.
      *----------------------------------------------------------------
       APURA-PARCELAS-CONTRATO SECTION.
           MOVE NR-CONTRATO-CO41 TO CONTRATO-ATUAL-W.
           MOVE ZEROS TO QTDE-PARC-W VALOR-PARC-W QTDE-RENEG-W
                         QTDE-CRED-W QTDE-ABERTA-W VALOR-ABERTO-W
                         RENEG-ABERTA-W DATA-CANCEL-W.

           IF   SEM-COD047-W EQUAL 0
                MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-CO47
                MOVE CURSO-CO41       TO CURSO-CO47
                MOVE TURMA-CO41       TO TURMA-CO47
                READ COD047
                    INVALID KEY
                        MOVE ZEROS TO DATA-CANCEL-CO47
                END-READ
                MOVE DATA-CANCEL-CO47 TO DATA-CANCEL-W.

           PERFORM POSICIONA-PARCELAS.
           PERFORM CONFERE-RENEGOCIACAO UNTIL FIM-PARCELAS-TRUE.
           PERFORM POSICIONA-PARCELAS.
           PERFORM AVALIA-PARCELA UNTIL FIM-PARCELAS-TRUE.

       POSICIONA-PARCELAS SECTION.
           MOVE ZEROS TO FIM-PARCELAS-W.
           MOVE CONTRATO-ATUAL-W TO NR-CONTRATO-CO44.
           MOVE ZEROS            TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-PARCELAS-W.

       CONFERE-RENEGOCIACAO SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-PARCELAS-W
                   GO TO CONFERE-RENEGOCIACAO-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL CONTRATO-ATUAL-W
                MOVE 1 TO FIM-PARCELAS-W
                GO TO CONFERE-RENEGOCIACAO-EXIT.
           IF   RENEG-CO44 NOT NUMERIC
           OR   RENEG-CO44 EQUAL ZEROS
           OR   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO CONFERE-RENEGOCIACAO-EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO CONFERE-RENEGOCIACAO-EXIT.
           MOVE 1 TO RENEG-ABERTA-W.
           MOVE 1 TO FIM-PARCELAS-W.

       CONFERE-RENEGOCIACAO-EXIT. EXIT.

       AVALIA-PARCELA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-PARCELAS-W
                   GO TO AVALIA-PARCELA-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL CONTRATO-ATUAL-W
                MOVE 1 TO FIM-PARCELAS-W
                GO TO AVALIA-PARCELA-EXIT.
           IF   DATA-VCTO-CO44 LESS DATA-INI-ANO-W
           OR   DATA-VCTO-CO44 GREATER DATA-FIM-ANO-W
                GO TO AVALIA-PARCELA-EXIT.
      *    contrato cancelado: o que vencia depois nao e mais devido
           IF   DATA-CANCEL-W NOT EQUAL ZEROS
           AND  DATA-VCTO-CO44 GREATER DATA-CANCEL-W
           AND  DATA-PGTO-CO44 EQUAL ZEROS
                GO TO AVALIA-PARCELA-EXIT.

           ADD  1          TO QTDE-PARC-W.
           ADD  VALOR-CO44 TO VALOR-PARC-W.

           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                IF   RENEG-ABERTA-W EQUAL 0
                     ADD 1 TO QTDE-RENEG-W
                ELSE
                     ADD 1 TO QTDE-ABERTA-W
                     ADD VALOR-CO44 TO VALOR-ABERTO-W
                END-IF
                GO TO AVALIA-PARCELA-EXIT.

           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                PERFORM VERIFICA-CREDITO
                GO TO AVALIA-PARCELA-EXIT.

           ADD  1          TO QTDE-ABERTA-W.
           ADD  VALOR-CO44 TO VALOR-ABERTO-W.

       AVALIA-PARCELA-EXIT. EXIT.

      *    baixa com credito: o COP061 grava no COD051, na data da
      *    baixa, a aplicacao com origem "COD044 contrato/parcela"
       VERIFICA-CREDITO SECTION.
           IF   SEM-COD051-W EQUAL 1
                GO TO VERIFICA-CREDITO-EXIT.
           MOVE SPACES TO ORIGEM-CREDITO-W.
           STRING "COD044 " NR-CONTRATO-CO44 "/" PARCELA-CO44
                  DELIMITED BY SIZE INTO ORIGEM-CREDITO-W.
           MOVE ZEROS TO FIM-CREDITO-W.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CO51.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CO51.
           MOVE DATA-PGTO-CO44       TO DATA-MOV-CO51.
           MOVE ZEROS                TO SEQ-CO51.
           START COD051 KEY IS NOT LESS CHAVE-CO51
               INVALID KEY
                   MOVE 1 TO FIM-CREDITO-W.
           PERFORM PROCURA-APLICACAO UNTIL FIM-CREDITO-TRUE.

       VERIFICA-CREDITO-EXIT. EXIT.

       PROCURA-APLICACAO SECTION.
           READ COD051 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CREDITO-W
                   GO TO PROCURA-APLICACAO-EXIT.
           IF   CLASSIF-CO51 NOT EQUAL CLASSIF-CLIENTE-CO41
           OR   CODIGO-CO51 NOT EQUAL CODIGO-CLIENTE-CO41
           OR   DATA-MOV-CO51 NOT EQUAL DATA-PGTO-CO44
                MOVE 1 TO FIM-CREDITO-W
                GO TO PROCURA-APLICACAO-EXIT.
           IF   TIPO-MOV-CO51 EQUAL 1
           AND  ORIGEM-CO51 EQUAL ORIGEM-CREDITO-W
                ADD 1 TO QTDE-CRED-W
                MOVE 1 TO FIM-CREDITO-W.

       PROCURA-APLICACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EMITE-DECLARACOES - cliente quitado (situacao 0) recebe
      *    numero, data, a declaracao impressa com os contratos que
      *    vem logo atras dele na chave, e a mensagem no MSGCOM.
      *----------------------------------------------------------------
       EMITE-DECLARACOES SECTION.
           MOVE ZEROS TO EMITINDO-W FIM-VARREDURA-W.
           MOVE ANO-PARM TO ANO-CO62.
           MOVE ZEROS    TO CLASSIF-CLIENTE-CO62 CODIGO-CLIENTE-CO62
                            NR-CONTRATO-CO62.
           START COD062 KEY IS NOT LESS CHAVE-CO62
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM EMITE-UM-REGISTRO UNTIL FIM-VARREDURA-TRUE.
           IF   EMITINDO-W EQUAL 1
                PERFORM FECHA-DECLARACAO.

       EMITE-DECLARACOES-EXIT. EXIT.

       EMITE-UM-REGISTRO SECTION.
           READ COD062 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO EMITE-UM-REGISTRO-EXIT.
           IF   ANO-CO62 NOT EQUAL ANO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO EMITE-UM-REGISTRO-EXIT.

           IF   NR-CONTRATO-CO62 NOT EQUAL ZEROS
                IF   EMITINDO-W EQUAL 1
                     PERFORM IMPRIME-CONTRATO
                END-IF
                GO TO EMITE-UM-REGISTRO-EXIT.

           IF   EMITINDO-W EQUAL 1
                PERFORM FECHA-DECLARACAO.
           MOVE 0 TO EMITINDO-W.
           IF   SITUACAO-CO62 NOT EQUAL 0
                GO TO EMITE-UM-REGISTRO-EXIT.

           MOVE 1 TO EMITINDO-W.
           ADD  1 TO ULTIMA-DECLARACAO-W.
           MOVE ULTIMA-DECLARACAO-W TO NR-DECLARACAO-CO62.
           MOVE DATA-HOJE-W         TO DATA-EMISSAO-CO62.
           MOVE 1                   TO SITUACAO-CO62.
           MOVE USUARIO-PARM        TO USUARIO-CO62.
           PERFORM MONTA-DADOS-CLIENTE.
           PERFORM ENVIA-COMUNICACAO.
           REWRITE REG-COD062
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD062: " ST-COD062
           END-REWRITE.
           ADD  1 TO QTDE-EMITIDAS-W.
           PERFORM ABRE-DECLARACAO.

       EMITE-UM-REGISTRO-EXIT. EXIT.

      *    nome do CGD001; endereco/CPF/contato do CGD011 com o
      *    fallback para o legado CGD911 (mesmo criterio do COP065)
       MONTA-DADOS-CLIENTE SECTION.
           MOVE SPACES TO NOME-CLIENTE-W ENDERECO-W BAIRRO-W
                          EMAIL-CONTATO-W.
           MOVE ZEROS  TO CEP-W CPF-W DDD-CONTATO-W CELULAR-CONTATO-W
                          ACHOU-CADASTRO-W.

           MOVE CODIGO-CLIENTE-CO62 TO CODIGO-CG01.
           READ CGD001
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE NOME-CG01 TO NOME-CLIENTE-W
           END-READ.

           MOVE CLASSIF-CLIENTE-CO62 TO CLASSIF-CG11.
           MOVE CODIGO-CLIENTE-CO62  TO CODIGO-CG11.
           READ CGD011
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ACHOU-CADASTRO-W
                   MOVE ENDERECO1-CG11    TO ENDERECO-W
                   MOVE BAIRRO1-CG11      TO BAIRRO-W
                   MOVE CEP1-CG11         TO CEP-W
                   MOVE CPF-CG11          TO CPF-W
                   MOVE DDDD-CELULAR-CG11 TO DDD-CONTATO-W
                   MOVE CELULAR-CG11      TO CELULAR-CONTATO-W
                   MOVE E-MAIL-CG11       TO EMAIL-CONTATO-W
           END-READ.
           IF   ACHOU-CADASTRO-W EQUAL 1
                GO TO MONTA-DADOS-CLIENTE-EXIT.

           MOVE CLASSIF-CLIENTE-CO62 TO CLASSIF-CG91.
           MOVE CODIGO-CLIENTE-CO62  TO CODIGO-CG91.
           READ CGD911
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ENDERECO1-CG91    TO ENDERECO-W
                   MOVE BAIRRO1-CG91      TO BAIRRO-W
                   MOVE CEP1-CG91         TO CEP-W
                   MOVE CPF-CG91          TO CPF-W
                   MOVE DDDD-CELULAR-CG91 TO DDD-CONTATO-W
                   MOVE CELULAR-CG91      TO CELULAR-CONTATO-W
                   MOVE E-MAIL-CG91       TO EMAIL-CONTATO-W
           END-READ.

       MONTA-DADOS-CLIENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ENVIA-COMUNICACAO - mensagem "QUI" no MSGCOM quando ha
      *    celular ou e-mail e a comunicacao operacional nao foi
      *    revogada no CGD014; senao a declaracao fica so no papel.
      *----------------------------------------------------------------
       ENVIA-COMUNICACAO SECTION.
           IF   CELULAR-CONTATO-W EQUAL ZEROS
           AND  EMAIL-CONTATO-W EQUAL SPACES
                MOVE 2 TO ENVIO-CO62
                ADD  1 TO QTDE-SO-PAPEL-W
                GO TO ENVIA-COMUNICACAO-EXIT.

           MOVE CLASSIF-CLIENTE-CO62 TO CLASSIF-CON.
           MOVE CODIGO-CLIENTE-CO62  TO CODIGO-CON.
           MOVE "O"                  TO FINALIDADE-CON.
           CALL "GRDCON" USING PARAMETROS-GRDCON.
           IF   GRDCON-RETORNO EQUAL "01"
                MOVE 3 TO ENVIO-CO62
                ADD  1 TO QTDE-SO-PAPEL-W
                GO TO ENVIA-COMUNICACAO-EXIT.

           MOVE CODIGO-CLIENTE-CO62 TO CLIENTE-MSG.
           MOVE DDD-CONTATO-W       TO DDD-MSG.
           MOVE CELULAR-CONTATO-W   TO CELULAR-MSG.
           MOVE EMAIL-CONTATO-W     TO EMAIL-MSG.
           MOVE "QUI"               TO TEMPLATE-MSG.
           MOVE DATA-HOJE-W         TO DATA-MSG.
           MOVE ZEROS               TO HORA-MSG.
           MOVE SPACES              TO COMPLEMENTO-MSG.
           STRING "QUITACAO " ANO-PARM " DECLARACAO "
                  NR-DECLARACAO-CO62
                  DELIMITED BY SIZE INTO COMPLEMENTO-MSG.
           WRITE REG-MSGCOM.
           MOVE 1 TO ENVIO-CO62.
           ADD  1 TO QTDE-ENVIADAS-W.

       ENVIA-COMUNICACAO-EXIT. EXIT.

       ABRE-DECLARACAO SECTION.
           ADD 1 TO PAG-W.
           IF   PAG-W GREATER 1
                MOVE SPACES TO REG-RELAT
                WRITE REG-RELAT AFTER PAGE.
           MOVE ZEROS TO LIN.
           MOVE SPACES TO TEXTO-REL.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
                  ANO-PARM " - No " NR-DECLARACAO-CO62
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 3.
           ADD 3 TO LIN.
           MOVE ALL "=" TO TEXTO-REL.
           PERFORM IMPRIME-LINHA.

           MOVE SPACES TO TEXTO-REL.
           STRING "CLIENTE: " NOME-CLIENTE-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           ADD 2 TO LIN.
           MOVE SPACES TO TEXTO-REL.
           STRING "CODIGO: " CLASSIF-CLIENTE-CO62 "-"
                  CODIGO-CLIENTE-CO62 "   CPF: " CPF-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           STRING "ENDERECO: " ENDERECO-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           STRING "BAIRRO: " BAIRRO-W " CEP: " CEP-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.

           MOVE SPACES TO TEXTO-REL.
           STRING "EM CUMPRIMENTO A LEI 12.007/2009, DECLARAMOS QUE "
                  "O CLIENTE ACIMA QUITOU TODAS AS"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           ADD 2 TO LIN.
           MOVE SPACES TO TEXTO-REL.
           STRING "PARCELAS COM VENCIMENTO ENTRE 01/01/" ANO-PARM
                  " E 31/12/" ANO-PARM " DOS CONTRATOS ABAIXO:"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           PERFORM IMPRIME-LINHA.

       IMPRIME-CONTRATO SECTION.
           MOVE NR-CONTRATO-CO62    TO CONTRATO-DEC-REL.
           MOVE CURSO-CO62          TO CURSO-DEC-REL.
           MOVE TURMA-CO62          TO TURMA-DEC-REL.
           MOVE QTDE-PARCELAS-CO62  TO QTDE-DEC-REL.
           MOVE VALOR-PARCELAS-CO62 TO VALOR-DEC-REL.
           IF   LIN GREATER 56
                PERFORM ABRE-CONTINUACAO.
           WRITE REG-RELAT FROM LINCONTR.
           ADD 1 TO LIN.
           IF   QTDE-RENEG-CO62 EQUAL ZEROS
           AND  QTDE-CREDITO-CO62 EQUAL ZEROS
                GO TO IMPRIME-CONTRATO-EXIT.
           MOVE SPACES TO TEXTO-REL.
           STRING "      DAS QUAIS " QTDE-RENEG-CO62
                  " QUITADAS POR RENEGOCIACAO E " QTDE-CREDITO-CO62
                  " COM CREDITO DO CLIENTE"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.

       IMPRIME-CONTRATO-EXIT. EXIT.

       FECHA-DECLARACAO SECTION.
           MOVE SPACES TO TEXTO-REL.
           STRING "ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO "
                  "CUMPRIMENTO DAS OBRIGACOES"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           ADD 2 TO LIN.
           MOVE SPACES TO TEXTO-REL.
           STRING "DO CONSUMIDOR, AS QUITACOES DOS FATURAMENTOS "
                  "MENSAIS DO ANO DE " ANO-PARM "."
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           STRING "EMITIDA EM " DATA-HOJE-W(7:2) "/" DATA-HOJE-W(5:2)
                  "/" DATA-HOJE-W(1:4) " POR " USUARIO-PARM
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           ADD 2 TO LIN.
           MOVE SPACES TO TEXTO-REL.
           MOVE "ASSINATURA: ____________________________________"
             TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 3.
           ADD 3 TO LIN.

       ABRE-CONTINUACAO SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           ADD 1 TO PAG-W.
           MOVE ZEROS TO LIN.
           MOVE SPACES TO TEXTO-REL.
           STRING "DECLARACAO No " NR-DECLARACAO-CO62 " (CONTINUACAO)"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINTXT.
           ADD 1 TO LIN.

      *----------------------------------------------------------------
      *    LISTA-PENDENTES - clientes com parcela do ano em aberto, em
      *    relatorio proprio depois das declaracoes.
      *----------------------------------------------------------------
       LISTA-PENDENTES SECTION.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE 99 TO LIN.
           MOVE ANO-PARM TO ANO-CO62.
           MOVE ZEROS    TO CLASSIF-CLIENTE-CO62 CODIGO-CLIENTE-CO62
                            NR-CONTRATO-CO62.
           START COD062 KEY IS NOT LESS CHAVE-CO62
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LISTA-UM-PENDENTE UNTIL FIM-VARREDURA-TRUE.
           IF   QTDE-PENDENTES-W EQUAL ZEROS
                GO TO LISTA-PENDENTES-EXIT.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE SPACES TO TEXTO-REL.
           STRING "CLIENTES PENDENTES: " QTDE-PENDENTES-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.

       LISTA-PENDENTES-EXIT. EXIT.

       LISTA-UM-PENDENTE SECTION.
           READ COD062 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-UM-PENDENTE-EXIT.
           IF   ANO-CO62 NOT EQUAL ANO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-UM-PENDENTE-EXIT.
           IF   NR-CONTRATO-CO62 NOT EQUAL ZEROS
           OR   SITUACAO-CO62 NOT EQUAL 2
                GO TO LISTA-UM-PENDENTE-EXIT.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE SPACES TO NOME-CLIENTE-W.
           MOVE CODIGO-CLIENTE-CO62 TO CODIGO-CG01.
           READ CGD001
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE NOME-CG01 TO NOME-CLIENTE-W
           END-READ.
           MOVE CLASSIF-CLIENTE-CO62 TO CLASSIF-REL.
           MOVE CODIGO-CLIENTE-CO62  TO CLIENTE-REL.
           MOVE NOME-CLIENTE-W       TO NOME-REL.
           MOVE QTDE-CONTRATOS-CO62  TO CONTRATOS-REL.
           MOVE QTDE-ABERTAS-CO62    TO ABERTAS-REL.
           MOVE VALOR-ABERTO-CO62    TO ABERTO-REL.
           WRITE REG-RELAT FROM LINPEND.
           ADD  1 TO LIN.
           ADD  1 TO QTDE-PENDENTES-W.

       LISTA-UM-PENDENTE-EXIT. EXIT.

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
           DISPLAY "QUITACAO ANUAL " ANO-PARM " CONCLUIDA.".
           DISPLAY "DECLARACOES EMITIDAS AGORA...........: "
                   QTDE-EMITIDAS-W.
           DISPLAY "  GRAVADAS NO EXTRATO MSGCOM.........: "
                   QTDE-ENVIADAS-W.
           DISPLAY "  SO NO PAPEL (SEM CONTATO/REVOGADO).: "
                   QTDE-SO-PAPEL-W.
           DISPLAY "JA EMITIDAS EM EXECUCAO ANTERIOR.....: "
                   QTDE-JA-EMITIDAS-W.
           DISPLAY "CLIENTES PENDENTES...................: "
                   QTDE-PENDENTES-W.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD041 COD044 COD062 CGD001 CGD011 CGD911 MSGCOM
                 RELAT.
           IF   SEM-COD047-W EQUAL 0
                CLOSE COD047.
           IF   SEM-COD051-W EQUAL 0
                CLOSE COD051.

       END PROGRAM COP080.
