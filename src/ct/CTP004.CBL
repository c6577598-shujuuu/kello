       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTP004.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: EXPORTACAO MENSAL DO DIARIO PARA O CONTADOR: PARA UM MES
      *        JA FECHADO NO CONTROLE DE PERIODO (CTD001 - CTP001), LE
      *        OS LANCAMENTOS DE CAIXA (CXD100), OS TITULOS PAGOS NO
      *        MES (CPD020) E AS BAIXAS DE PARCELAS A RECEBER DO MES
      *        (COD044), TRADUZ CADA UM PELO DE-PARA DO PLANO DE
      *        CONTAS (CTD002 - CTP003) EM PARTIDA DOBRADA E GRAVA O
      *        ARQUIVO NO LEIAUTE DE IMPORTACAO DO ESCRITORIO, O QUE
      *        ANTES ERA REDIGITADO A MAO TODO MES. A PRIMEIRA PASSADA
      *        SO CONFERE: SE ALGUM LANCAMENTO NAO TEM DE-PARA, ELE
      *        SAI NA LISTA E O ARQUIVO NAO E GERADO - NADA VAI MEIO
      *        CONTABILIZADO. SEM PENDENCIA, A SEGUNDA PASSADA GRAVA.
      *        CADA PAGAMENTO/RECEBIMENTO SAI UMA VEZ SO: O QUE JA TEM
      *        LANCAMENTO NO CAIXA VAI PELO CXD100, E O CPD020/COD044
      *        SO COMPLETAM O QUE NAO PASSOU PELO CAIXA. NO CPD020 E SO
      *        O TITULO BAIXADO PELO RETORNO DA COBRANCA (CXP104), UM
      *        RECEBIMENTO (SENTIDO E): CPP034/CPP031 LANCAM NO CAIXA
      *        CADA PAGAMENTO, COM OU SEM CPD025. NO COD044, A PARCELA
      *        RECEBIDA NO BALCAO/QUITACAO (RECIBO DO COD063), QUE FICA
      *        NA GAVETA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CTPX001.

           COPY CTPX002.

           COPY CXPX100.

           COPY CPPX020.

           COPY CPPX025.

           COPY COPX044.

           COPY COPX063.

           SELECT DIARIO ASSIGN TO PATH-DIARIO-W
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CTPW001.

           COPY CTPW002.

           COPY CXPW100.

           COPY CPPW020.

           COPY CPPW025.

           COPY COPW044.

           COPY COPW063.

       FD  DIARIO
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORD IS OMITTED.
       01  REG-DIARIO                   PIC X(150).

       01  REG-HEADER-DIARIO.
           05  TIPO-REGISTRO-HD         PIC X(01)    VALUE "0".
           05  LIT-DIARIO-HD            PIC X(07)    VALUE "DIARIO".
           05  ANOMES-HD                PIC 9(06)    VALUE ZEROS.
           05  EMPRESA-HD               PIC X(60)    VALUE SPACES.
           05  DATA-GERACAO-HD          PIC 9(08)    VALUE ZEROS.
           05  FILLER                   PIC X(62)    VALUE SPACES.
           05  SEQ-REGISTRO-HD          PIC 9(06)    VALUE 1.

       01  REG-DETALHE-DIARIO.
           05  TIPO-REGISTRO-DT         PIC X(01)    VALUE "1".
           05  DATA-LCTO-DT             PIC 9(08)    VALUE ZEROS.
           05  CONTA-DEBITO-DT          PIC X(20)    VALUE SPACES.
           05  CONTA-CREDITO-DT         PIC X(20)    VALUE SPACES.
           05  VALOR-DT                 PIC 9(13)V99 VALUE ZEROS.
           05  HISTORICO-DT             PIC X(40)    VALUE SPACES.
           05  DOCUMENTO-DT             PIC X(10)    VALUE SPACES.
           05  ORIGEM-DT                PIC X(01)    VALUE SPACES.
           05  CHAVE-ORIGEM-DT          PIC X(20)    VALUE SPACES.
      *    ORIGEM/CHAVE-ORIGEM-DT = X + DATA/SEQ-CX100, P + SEQ-CAIXA/
      *    PARCELA-CP20, R + CONTRATO/PARCELA-CO44: o contador acha o
      *    documento de volta no sistema
           05  FILLER                   PIC X(09)    VALUE SPACES.
           05  SEQ-REGISTRO-DT          PIC 9(06)    VALUE ZEROS.

       01  REG-TRAILER-DIARIO.
           05  TIPO-REGISTRO-TR         PIC X(01)    VALUE "9".
           05  QTDE-REGISTROS-TR        PIC 9(06)    VALUE ZEROS.
           05  VALOR-TOTAL-TR           PIC 9(13)V99 VALUE ZEROS.
           05  FILLER                   PIC X(122)   VALUE SPACES.
           05  SEQ-REGISTRO-TR          PIC 9(06)    VALUE ZEROS.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CTD001             PIC XX       VALUE SPACES.
           05  ST-CTD002             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-CPD025             PIC XX       VALUE SPACES.
           05  ST-COD063             PIC XX       VALUE SPACES.
           05  SEM-CPD025-W          PIC 9        VALUE ZEROS.
           05  SEM-COD063-W          PIC 9        VALUE ZEROS.
      *    SEM-CPD025-W/SEM-COD063-W = 1: arquivo nao implantado, o
      *    CPD020/COD044 saem inteiros como antes
           05  FIM-CPD025            PIC 9        VALUE ZEROS.
              88  FIM-CPD025-TRUE       VALUE 1.
           05  FIM-COD063            PIC 9        VALUE ZEROS.
              88  FIM-COD063-TRUE       VALUE 1.
           05  TEM-PAGAMENTO-W       PIC 9        VALUE ZEROS.
           05  ACHOU-RECIBO-W        PIC 9        VALUE ZEROS.
           05  FORA-CAIXA-W          PIC 9        VALUE ZEROS.
           05  CREDITO-CLIENTE-W     PIC 9(8)V99  VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CXD100            PIC 9        VALUE ZEROS.
              88  FIM-CXD100-TRUE       VALUE 1.
           05  FIM-CPD020            PIC 9        VALUE ZEROS.
              88  FIM-CPD020-TRUE       VALUE 1.
           05  FIM-COD044            PIC 9        VALUE ZEROS.
              88  FIM-COD044-TRUE       VALUE 1.
           05  PASSADA-W             PIC 9        VALUE ZEROS.
      *    PASSADA-W = 1 conferencia do de-para (so lista pendencia),
      *                2 gravacao do diario
           05  MAPEADO-W             PIC 9        VALUE ZEROS.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  PATH-DIARIO-W         PIC X(60)    VALUE SPACES.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  QTDE-SEM-DEPARA-W     PIC 9(6)     VALUE ZEROS.
           05  QTDE-GERADOS-W        PIC 9(6)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(13)V99 VALUE ZEROS.
           05  SEQ-REGISTRO-W        PIC 9(6)     VALUE ZEROS.
           05  ORIGEM-W              PIC X        VALUE SPACES.
           05  REDUZ-W               PIC 9(5)     VALUE ZEROS.
           05  SENTIDO-W             PIC X        VALUE SPACES.
           05  DATA-LCTO-W           PIC 9(8)     VALUE ZEROS.
           05  VALOR-LCTO-W          PIC 9(8)V99  VALUE ZEROS.
           05  HISTORICO-W           PIC X(40)    VALUE SPACES.
           05  DOCUMENTO-W           PIC X(10)    VALUE SPACES.
           05  CHAVE-ORIGEM-W        PIC X(20)    VALUE SPACES.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
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

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(44)   VALUE
               "EXPORTACAO DO DIARIO PARA O CONTADOR - MES ".
           05  MESANO-CAB            PIC 9(6)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(45)   VALUE
           "DATA        HISTORICO               ORIGEM CO".
           05  FILLER                PIC X(45)   VALUE
           "DIGO   S   CHAVE                       VALOR ".

       01  LINDET.
           05  DATA-REL              PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  HISTORICO-REL         PIC X(22)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  ORIGEM-REL            PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(6)    VALUE SPACES.
           05  REDUZ-REL             PIC 9(5)    VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  SENTIDO-REL           PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  CHAVE-REL             PIC X(20)   VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINRES.
           05  DESCR-RES             PIC X(30)   VALUE SPACES.
           05  QTDE-RES              PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  VALOR-RES             PIC Z(13).ZZ9,99 VALUE ZEROS.
       01  LINMSG.
           05  MENSAGEM-REL          PIC X(90)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS.
           IF   ERRO-W EQUAL 0
                PERFORM VERIFICA-PERIODO.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT
                PERFORM CABECALHO
                MOVE 1 TO PASSADA-W
                PERFORM PERCORRE-MOVIMENTO
                IF   QTDE-SEM-DEPARA-W EQUAL ZEROS
                     MOVE 2 TO PASSADA-W
                     OPEN OUTPUT DIARIO
                     PERFORM GRAVA-HEADER
                     PERFORM PERCORRE-MOVIMENTO
                     PERFORM GRAVA-TRAILER
                     CLOSE DIARIO
                END-IF
                PERFORM IMPRIME-RESUMO
                CLOSE RELAT.
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
           MOVE NOME-EMPRESA     TO EMPRESA-REL EMPRESA-HD.
           MOVE "CTD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD001.
           MOVE "CTD002" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD002.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "CPD025" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD025.
           MOVE "COD063" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD063.
           CLOSE CONTROLE.

           OPEN INPUT CTD001.
           IF   ST-CTD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD001: " ST-CTD001
                DISPLAY "SEM CONTROLE DE PERIODO NAO HA MES FECHADO "
                        "- VER CTP001."
                MOVE 1 TO ERRO-W.
           OPEN INPUT CTD002.
           IF   ST-CTD002 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD002: " ST-CTD002
                DISPLAY "CADASTRE O DE-PARA NO CTP003."
                MOVE 1 TO ERRO-W.
           OPEN INPUT CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.
           OPEN INPUT CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                MOVE 1 TO ERRO-W.
           OPEN INPUT COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.
           OPEN INPUT CPD025.
           IF   ST-CPD025 NOT EQUAL "00"
                MOVE 1 TO SEM-CPD025-W.
           OPEN INPUT COD063.
           IF   ST-COD063 NOT EQUAL "00"
                MOVE 1 TO SEM-COD063-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL.........................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA.......................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "CTP004" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.

           DISPLAY "MES A EXPORTAR (AAAAMM).....................: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           MOVE MESANO-PARM TO MESANO-CAB ANOMES-HD.
           DISPLAY "NOME DO ARQUIVO DO DIARIO A GERAR...........: "
               WITH NO ADVANCING.
           ACCEPT PATH-DIARIO-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W TO DATA-GERACAO-HD.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-PERIODO - so mes FECHADO no CTD001 sai para o
      *    contador: mes aberto ainda pode receber lancamento
      *    retroativo e o diario exportado divergiria do caixa.
      *----------------------------------------------------------------
       VERIFICA-PERIODO SECTION.
           MOVE MESANO-PARM TO ANOMES-CT01.
           READ CTD001
               INVALID KEY
                   DISPLAY "MES " MESANO-PARM " NAO FECHADO NO "
                           "CTD001 - FECHE NO CTP001 ANTES."
                   MOVE 1 TO ERRO-W
                   GO TO VERIFICA-PERIODO-EXIT
           END-READ.
           IF   SITUACAO-CT01 NOT EQUAL 1
                DISPLAY "MES " MESANO-PARM " ESTA ABERTO NO CTD001 "
                        "- FECHE NO CTP001 ANTES."
                MOVE 1 TO ERRO-W.

       VERIFICA-PERIODO-EXIT. EXIT.

       PERCORRE-MOVIMENTO SECTION.
           MOVE ZEROS TO FIM-CXD100 FIM-CPD020 FIM-COD044.
           MOVE ZEROS TO SEQ-CX100.
           MOVE MESANO-PARM TO DATA-MOV-CX100(1:6).
           MOVE "01"        TO DATA-MOV-CX100(7:2).
           START CXD100 KEY IS NOT LESS CHAVE-CX100
               INVALID KEY
                   MOVE 1 TO FIM-CXD100.
           PERFORM LE-CXD100 UNTIL FIM-CXD100-TRUE.

           MOVE ZEROS TO CHAVE-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
               INVALID KEY
                   MOVE 1 TO FIM-CPD020.
           PERFORM LE-CPD020 UNTIL FIM-CPD020-TRUE.

           MOVE ZEROS TO CHAVE-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-COD044.
           PERFORM LE-COD044 UNTIL FIM-COD044-TRUE.

       PERCORRE-MOVIMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-CXD100 - o caixa e lido pela chave a partir do dia 01 do
      *    mes ate virar o mes; o sentido vem do TIPO-LCTO-CX100
      *    (< 50 entrada, >= 50 saida).
      *----------------------------------------------------------------
       LE-CXD100 SECTION.
           READ CXD100 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD100
                   GO TO LE-CXD100-EXIT.
           IF   DATA-MOV-CX100(1:6) NOT EQUAL MESANO-PARM
                MOVE 1 TO FIM-CXD100
                GO TO LE-CXD100-EXIT.

           MOVE "X"                TO ORIGEM-W.
           MOVE CONTA-REDUZ-CX100  TO REDUZ-W.
           IF   TIPO-LCTO-CX100 LESS 50
                MOVE "E" TO SENTIDO-W
           ELSE
                MOVE "S" TO SENTIDO-W.
           MOVE DATA-MOV-CX100     TO DATA-LCTO-W.
           MOVE VALOR-CX100        TO VALOR-LCTO-W.
           MOVE SPACES             TO HISTORICO-W CHAVE-ORIGEM-W.
           MOVE HISTORICO-CX100    TO HISTORICO-W.
           MOVE DOCUMENTO-CX100    TO DOCUMENTO-W.
           MOVE DATA-MOV-CX100     TO CHAVE-ORIGEM-W(1:8).
           MOVE SEQ-CX100          TO CHAVE-ORIGEM-W(9:6).
           PERFORM TRATA-LANCAMENTO.

       LE-CXD100-EXIT. EXIT.

       LE-CPD020 SECTION.
           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020
                   GO TO LE-CPD020-EXIT.
           IF   DATA-PGTO-CP20(1:6) NOT EQUAL MESANO-PARM
                GO TO LE-CPD020-EXIT.
           PERFORM VERIFICA-PAGAMENTOS.
           IF   TEM-PAGAMENTO-W EQUAL 1
                GO TO LE-CPD020-EXIT.

           MOVE "P"                TO ORIGEM-W.
           MOVE CODREDUZ-APUR-CP20 TO REDUZ-W.
      *    titulo de cobranca (nao "P", com nosso numero - CXP103/
      *    CXP104) e recebimento, como no fluxo do CXP107
           IF   TIPO-TITULO-CP20 NOT EQUAL "P"
           AND  NR-DOCTO-CP20 NOT EQUAL SPACES
                MOVE "E" TO SENTIDO-W
           ELSE
                MOVE "S" TO SENTIDO-W.
           MOVE DATA-PGTO-CP20     TO DATA-LCTO-W.
           MOVE VALOR-CP20         TO VALOR-LCTO-W.
           MOVE SPACES             TO HISTORICO-W CHAVE-ORIGEM-W.
           MOVE DESCRICAO-CP20     TO HISTORICO-W.
           MOVE NR-DOCTO-CP20      TO DOCUMENTO-W.
           MOVE SEQ-CAIXA-CP20     TO CHAVE-ORIGEM-W(1:6).
           MOVE PARCELA-CP20       TO CHAVE-ORIGEM-W(7:2).
           PERFORM TRATA-LANCAMENTO.

       LE-CPD020-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-PAGAMENTOS - titulo com pagamento no CPD025 foi
      *    pago pelo CPP034/CPP031, que lancam no caixa cada pagamento
      *    (parcial ou nao) na data dele: ja sai pelo CXD100. Sem
      *    CPD025 (pagamento anterior a ele) o CPP031/CPP034 tambem
      *    lancaram o caixa na data do pagamento, com o nosso numero
      *    no documento, o fornecedor na contrapartida e a conta
      *    reduzida do titulo: achado esse lancamento, o titulo
      *    tambem fica fora. Sobra o titulo baixado pelo retorno da
      *    cobranca (CXP104), que nao passa pelo caixa.
      *----------------------------------------------------------------
       VERIFICA-PAGAMENTOS SECTION.
           MOVE ZEROS TO TEM-PAGAMENTO-W FIM-CPD025.
           IF   SEM-CPD025-W EQUAL 0
                MOVE SEQ-CAIXA-CP20 TO SEQ-CAIXA-CP25
                MOVE PARCELA-CP20   TO PARCELA-CP25
                MOVE ZEROS          TO SEQ-PGTO-CP25
                START CPD025 KEY IS NOT LESS CHAVE-CP25
                    INVALID KEY
                        MOVE 1 TO FIM-CPD025
                END-START
                IF   FIM-CPD025 EQUAL 0
                     READ CPD025 NEXT RECORD
                         AT END
                             MOVE 1 TO FIM-CPD025
                         NOT AT END
                             IF   SEQ-CAIXA-CP25 EQUAL SEQ-CAIXA-CP20
                             AND  PARCELA-CP25   EQUAL PARCELA-CP20
                                  MOVE 1 TO TEM-PAGAMENTO-W
                             END-IF
                     END-READ
                END-IF
           END-IF.
           IF   TEM-PAGAMENTO-W EQUAL 1
                GO TO VERIFICA-PAGAMENTOS-EXIT.

           MOVE ZEROS          TO FIM-CXD100.
           MOVE DATA-PGTO-CP20 TO DATA-MOV-CX100.
           MOVE ZEROS          TO SEQ-CX100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100
               INVALID KEY
                   GO TO VERIFICA-PAGAMENTOS-EXIT
           END-START.
           PERFORM PROCURA-CAIXA-TITULO
                   UNTIL FIM-CXD100-TRUE OR TEM-PAGAMENTO-W EQUAL 1.

       VERIFICA-PAGAMENTOS-EXIT. EXIT.

       PROCURA-CAIXA-TITULO SECTION.
           READ CXD100 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD100
                   GO TO PROCURA-CAIXA-TITULO-EXIT.
           IF   DATA-MOV-CX100 NOT EQUAL DATA-PGTO-CP20
                MOVE 1 TO FIM-CXD100
                GO TO PROCURA-CAIXA-TITULO-EXIT.
           IF   DOCUMENTO-CX100   EQUAL NR-DOCTO-CP20
           AND  CONTAPART-CX100   EQUAL FORNECEDOR-CP20
           AND  CONTA-REDUZ-CX100 EQUAL CODREDUZ-APUR-CP20
                MOVE 1 TO TEM-PAGAMENTO-W.

       PROCURA-CAIXA-TITULO-EXIT. EXIT.

       LE-COD044 SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD044
                   GO TO LE-COD044-EXIT.
           IF   DATA-PGTO-CO44(1:6) NOT EQUAL MESANO-PARM
                GO TO LE-COD044-EXIT.
           PERFORM VERIFICA-RECIBO.
           IF   FORA-CAIXA-W EQUAL 0
                GO TO LE-COD044-EXIT.

           MOVE "R"                TO ORIGEM-W.
           MOVE ZEROS              TO REDUZ-W.
           MOVE "E"                TO SENTIDO-W.
           MOVE DATA-PGTO-CO44     TO DATA-LCTO-W.
           MOVE ZEROS              TO VALOR-LCTO-W.
           IF   VALOR-PAGO-CO44 GREATER CREDITO-CLIENTE-W
                COMPUTE VALOR-LCTO-W =
                        VALOR-PAGO-CO44 - CREDITO-CLIENTE-W.
           MOVE SPACES             TO HISTORICO-W CHAVE-ORIGEM-W
                                      DOCUMENTO-W.
           STRING "RECEB CTR " NR-CONTRATO-CO44 "/" PARCELA-CO44
                  " " CURSO-CO44 " " TURMA-CO44
                  DELIMITED BY SIZE INTO HISTORICO-W.
           MOVE NR-CONTRATO-CO44   TO CHAVE-ORIGEM-W(1:6).
           MOVE PARCELA-CO44       TO CHAVE-ORIGEM-W(7:2).
           PERFORM TRATA-LANCAMENTO.

       LE-COD044-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-RECIBO - o recibo valido da baixa (COD063) diz por
      *    onde o dinheiro entrou. Ja tem lancamento no caixa, e sai
      *    pelo CXD100: retorno PIX (CXP119), debito automatico
      *    (COP085), liquidacao de cartao (CXP116) e a venda em cartao
      *    no balcao, que entra no caixa na liquidacao da adquirente.
      *    Credito do cliente (COD051) nao e dinheiro novo. Fica para
      *    o diario o que foi para a gaveta/banco sem lancamento -
      *    balcao (COP048) e quitacao (COP088), sem a parte paga com
      *    credito - e a baixa sem recibo (anterior ao COD063).
      *----------------------------------------------------------------
       VERIFICA-RECIBO SECTION.
           MOVE 1     TO FORA-CAIXA-W.
           MOVE ZEROS TO ACHOU-RECIBO-W CREDITO-CLIENTE-W FIM-COD063.
           IF   SEM-COD063-W EQUAL 1
                GO TO VERIFICA-RECIBO-EXIT.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO63.
           MOVE PARCELA-CO44     TO PARCELA-CO63.
           START COD063 KEY IS NOT LESS ALT-CO63
               INVALID KEY
                   GO TO VERIFICA-RECIBO-EXIT
           END-START.
           PERFORM LE-RECIBO UNTIL FIM-COD063-TRUE.
           IF   ACHOU-RECIBO-W EQUAL 0
                GO TO VERIFICA-RECIBO-EXIT.

           IF   PROGRAMA-CO63 EQUAL "CXP119" OR "COP085" OR "CXP116"
           OR   FORMA-PGTO-CO63 EQUAL 3 OR 6 OR 7
                MOVE 0 TO FORA-CAIXA-W
           ELSE
                MOVE VALOR-CREDITO-CO63 TO CREDITO-CLIENTE-W.

       VERIFICA-RECIBO-EXIT. EXIT.

       LE-RECIBO SECTION.
           READ COD063 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD063
                   GO TO LE-RECIBO-EXIT.
           IF   NR-CONTRATO-CO63 NOT EQUAL NR-CONTRATO-CO44
           OR   PARCELA-CO63 NOT EQUAL PARCELA-CO44
                MOVE 1 TO FIM-COD063
                GO TO LE-RECIBO-EXIT.
           IF   SITUACAO-CO63 EQUAL 0
           AND  DATA-PGTO-CO63 EQUAL DATA-PGTO-CO44
                MOVE 1 TO ACHOU-RECIBO-W FIM-COD063.

       LE-RECIBO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    TRATA-LANCAMENTO - procura o de-para da origem/codigo/
      *    sentido; na conferencia (passada 1) o que nao tem de-para
      *    vai para a lista, na gravacao (passada 2) vira uma linha
      *    de partida dobrada no diario.
      *----------------------------------------------------------------
       TRATA-LANCAMENTO SECTION.
           IF   VALOR-LCTO-W EQUAL ZEROS
                GO TO TRATA-LANCAMENTO-EXIT.
           MOVE ORIGEM-W  TO ORIGEM-CT02.
           MOVE REDUZ-W   TO CONTA-REDUZ-CT02.
           MOVE SENTIDO-W TO SENTIDO-CT02.
           MOVE 1 TO MAPEADO-W.
           READ CTD002
               INVALID KEY
                   MOVE 0 TO MAPEADO-W
           END-READ.
           IF   MAPEADO-W EQUAL 1
                IF   CONTA-DEBITO-CT02 EQUAL SPACES
                OR   CONTA-CREDITO-CT02 EQUAL SPACES
                     MOVE 0 TO MAPEADO-W.

           IF   PASSADA-W EQUAL 1
                IF   MAPEADO-W EQUAL 0
                     PERFORM IMPRIME-SEM-DEPARA
                END-IF
                GO TO TRATA-LANCAMENTO-EXIT.

           MOVE DATA-LCTO-W         TO DATA-LCTO-DT.
           MOVE CONTA-DEBITO-CT02   TO CONTA-DEBITO-DT.
           MOVE CONTA-CREDITO-CT02  TO CONTA-CREDITO-DT.
           MOVE VALOR-LCTO-W        TO VALOR-DT.
           MOVE HISTORICO-W         TO HISTORICO-DT.
           MOVE DOCUMENTO-W         TO DOCUMENTO-DT.
           MOVE ORIGEM-W            TO ORIGEM-DT.
           MOVE CHAVE-ORIGEM-W      TO CHAVE-ORIGEM-DT.
           ADD  1 TO SEQ-REGISTRO-W.
           MOVE SEQ-REGISTRO-W      TO SEQ-REGISTRO-DT.
           WRITE REG-DIARIO FROM REG-DETALHE-DIARIO.
           ADD  1            TO QTDE-GERADOS-W.
           ADD  VALOR-LCTO-W TO VALOR-TOTAL-W.

       TRATA-LANCAMENTO-EXIT. EXIT.

       IMPRIME-SEM-DEPARA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE DATA-LCTO-W        TO DATA-REL.
           MOVE HISTORICO-W        TO HISTORICO-REL.
           MOVE ORIGEM-W           TO ORIGEM-REL.
           MOVE REDUZ-W            TO REDUZ-REL.
           MOVE SENTIDO-W          TO SENTIDO-REL.
           MOVE CHAVE-ORIGEM-W     TO CHAVE-REL.
           MOVE VALOR-LCTO-W       TO VALOR-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           ADD 1 TO QTDE-SEM-DEPARA-W.

       GRAVA-HEADER SECTION.
           MOVE ZEROS TO SEQ-REGISTRO-W QTDE-GERADOS-W VALOR-TOTAL-W.
           ADD  1 TO SEQ-REGISTRO-W.
           MOVE SEQ-REGISTRO-W      TO SEQ-REGISTRO-HD.
           WRITE REG-DIARIO FROM REG-HEADER-DIARIO.

       GRAVA-TRAILER SECTION.
           MOVE QTDE-GERADOS-W      TO QTDE-REGISTROS-TR.
           MOVE VALOR-TOTAL-W       TO VALOR-TOTAL-TR.
           ADD  1 TO SEQ-REGISTRO-W.
           MOVE SEQ-REGISTRO-W      TO SEQ-REGISTRO-TR.
           WRITE REG-DIARIO FROM REG-TRAILER-DIARIO.

       IMPRIME-RESUMO SECTION.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "LANCAMENTOS SEM DE-PARA......:" TO DESCR-RES.
           MOVE QTDE-SEM-DEPARA-W TO QTDE-RES.
           MOVE ZEROS TO VALOR-RES.
           WRITE REG-RELAT FROM LINRES.
           IF   QTDE-SEM-DEPARA-W NOT EQUAL ZEROS
                MOVE "ARQUIVO DO DIARIO NAO GERADO - COMPLETE O DE-PARA
      -              " NO CTP003 E RODE DE NOVO." TO MENSAGEM-REL
                WRITE REG-RELAT FROM LINMSG
                DISPLAY "HA " QTDE-SEM-DEPARA-W " LANCAMENTO(S) SEM "
                        "DE-PARA - DIARIO NAO GERADO."
                GO TO IMPRIME-RESUMO-EXIT.
           MOVE "PARTIDAS EXPORTADAS..........:" TO DESCR-RES.
           MOVE QTDE-GERADOS-W TO QTDE-RES.
           MOVE VALOR-TOTAL-W  TO VALOR-RES.
           WRITE REG-RELAT FROM LINRES.
           MOVE SPACES TO MENSAGEM-REL.
           STRING "ARQUIVO: " PATH-DIARIO-W
                  DELIMITED BY SIZE INTO MENSAGEM-REL.
           WRITE REG-RELAT FROM LINMSG.
           DISPLAY "DIARIO GERADO: " QTDE-GERADOS-W " PARTIDA(S).".

       IMPRIME-RESUMO-EXIT. EXIT.

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
           CLOSE CTD001 CTD002 CXD100 CPD020 COD044.
           IF   SEM-CPD025-W EQUAL 0
                CLOSE CPD025.
           IF   SEM-COD063-W EQUAL 0
                CLOSE COD063.

       END PROGRAM CTP004.
