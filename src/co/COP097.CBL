       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP097.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: FORNECEDORES DOS EVENTOS DA TURMA (SALAO, BUFFET,
      *        BANDA, DECORACAO). CADA EVENTO DO COD078 RECEBE SEUS
      *        SERVICOS NO COD081, PRIMEIRO SO COM O VALOR ORCADO E,
      *        FECHADO O NEGOCIO, COM O FORNECEDOR (CGD001), O VALOR
      *        CONTRATADO, A CONTA E O CENTRO DE CUSTO. O CRONOGRAMA
      *        DE PAGAMENTO (COD082) TEM QUE FECHAR COM O CONTRATADO E
      *        GERA OS TITULOS DO CPD020 NOS MOLDES DO CPP038: UM
      *        TITULO COM UMA PARCELA POR VENCIMENTO, TIPO "P",
      *        PENDENTE DE APROVACAO NO CPP025, DOCUMENTO "T" + CURSO
      *        + TURMA + PARCELA E A TURMA NA DESCRICAO, COM A
      *        CONFERENCIA DE NOTA EM DOBRO DO CPP032V. O RELATORIO
      *        POR EVENTO CONFRONTA ORCADO, CONTRATADO E PAGO (SALDO
      *        DO TITULO PELO CPP035V). O CONTRATADO ENTRA NA
      *        RENTABILIDADE DA TURMA (COP074) E O CRONOGRAMA AINDA SEM
      *        TITULO NA PROJECAO DE CAIXA (CXP107). TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CGPX001.

           COPY COPX043.

           COPY COPX078.

           COPY COPX081.

           COPY COPX082.

           COPY CPPX020.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY COPW043.

           COPY COPW078.

           COPY COPW081.

           COPY COPW082.

           COPY CPPW020.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD078             PIC XX       VALUE SPACES.
           05  ST-COD081             PIC XX       VALUE SPACES.
           05  ST-COD082             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CGD001-OK             PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-COD082-W          PIC 9        VALUE ZEROS.
              88  FIM-COD082-TRUE       VALUE 1.
           05  FIM-CPD020-W          PIC 9        VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
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
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  EVENTO-PARM           PIC 9(2)     VALUE ZEROS.
           05  SEQ-PARM              PIC 9(2)     VALUE ZEROS.
           05  FORNECEDOR-PARM       PIC 9(6)     VALUE ZEROS.
           05  VALOR-PARM            PIC 9(8)V99  VALUE ZEROS.
           05  QTDE-PARCELAS-PARM    PIC 9(2)     VALUE ZEROS.
           05  PRIMEIRO-VCTO-PARM    PIC 9(8)     VALUE ZEROS.
           05  VCTO-PARM             PIC 9(8)     VALUE ZEROS.
           05  ULT-SEQ-SERVICO-W     PIC 9(2)     VALUE ZEROS.
           05  ULT-SEQ-CAIXA-W       PIC 9(6)     VALUE ZEROS.
           05  PARCELA-W             PIC 9(2)     VALUE ZEROS.
           05  QTDE-CRONOGRAMA-W     PIC 9(2)     VALUE ZEROS.
           05  QTDE-SUSPEITAS-W      PIC 9(2)     VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PARCELA-W       PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ACUMULADO-W     PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-RESTANTE-W      PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-PAGO-W          PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-A-PAGAR-W       PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  NOME-TIPO-W           PIC X(9)     VALUE SPACES.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  VCTO-W                PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES VCTO-W.
               10  ANO-VCTO-W        PIC 9(4).
               10  MES-VCTO-W        PIC 9(2).
               10  DIA-VCTO-W        PIC 9(2).
           05  DOCTO-EVENTO-W.
               10  FILLER            PIC X(1)     VALUE "T".
               10  CURSO-DOCTO-W     PIC X(4).
               10  TURMA-DOCTO-W     PIC X(3).
               10  PARCELA-DOCTO-W   PIC 9(2).
           05  EVENTO-TOT-W.
               10  ORCADO-EV-W       PIC 9(9)V99  VALUE ZEROS.
               10  CONTRATADO-EV-W   PIC 9(9)V99  VALUE ZEROS.
               10  PAGO-EV-W         PIC 9(9)V99  VALUE ZEROS.
               10  A-PAGAR-EV-W      PIC 9(9)V99  VALUE ZEROS.
           05  TURMA-TOT-W.
               10  ORCADO-TU-W       PIC 9(9)V99  VALUE ZEROS.
               10  CONTRATADO-TU-W   PIC 9(9)V99  VALUE ZEROS.
               10  PAGO-TU-W         PIC 9(9)V99  VALUE ZEROS.
               10  A-PAGAR-TU-W      PIC 9(9)V99  VALUE ZEROS.
           05  EVENTO-ANTERIOR-W     PIC 9(2)     VALUE ZEROS.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

      *    cronograma montado em memoria: so vai para o COD082 se
      *    as parcelas fecharem com o valor contratado
       01  TABELA-CRONOGRAMA-W.
           05  CRONOGRAMA-W          OCCURS 24 TIMES.
               10  VCTO-CRON-W       PIC 9(8).
               10  VALOR-CRON-W      PIC 9(8)V99.

       01  PARAMETROS-CPP032V.
      *    nota de fornecedor em dobro (ver CPP032V): o documento do
      *    cronograma e' nosso, entao so a conferencia por valor e
      *    vencimento ("02"), que avisa e pede confirmacao
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

       01  PARAMETROS-CPP035V.
      *    saldo em aberto do titulo pelo razao CPD025 (ver CPP035V)
           05  SEQ-CAIXA-SAL         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-SAL           PIC 9(2)     VALUE ZEROS.
           05  VALOR-TITULO-SAL      PIC 9(8)V99  VALUE ZEROS.
           05  DATA-PGTO-TITULO-SAL  PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-SAL          PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-SAL          PIC 9(8)     VALUE ZEROS.
           05  CPP035V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SALDO-SAL             PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-AMORTIZADO-SAL  PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-PAGO-SAL        PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PGTOS-SAL        PIC 9(3)     VALUE ZEROS.
           05  ULT-SEQ-PGTO-SAL      PIC 9(3)     VALUE ZEROS.
           05  DATA-ULT-PGTO-SAL     PIC 9(8)     VALUE ZEROS.
           05  PAGO-PERIODO-SAL      PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PERIODO-SAL      PIC 9(3)     VALUE ZEROS.

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
           05  FILLER                PIC X(46)   VALUE
               "FORNECEDORES DOS EVENTOS - ORCADO X CONTRATADO".
           05  FILLER                PIC X(10)   VALUE
               " X PAGO - ".
           05  CURSO-CAB             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE "/".
           05  TURMA-CAB             PIC X(3)    VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(33)   VALUE
               "SQ SERVICO   DESCRICAO".
           05  FILLER                PIC X(14)   VALUE
               "        ORCADO".
           05  FILLER                PIC X(14)   VALUE
               "    CONTRATADO".
           05  FILLER                PIC X(14)   VALUE
               "          PAGO".
           05  FILLER                PIC X(14)   VALUE
               "       A PAGAR".

       01  LINEVENTO.
           05  FILLER                PIC X(7)    VALUE "EVENTO ".
           05  EVENTO-REL            PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-EV-REL      PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-EVENTO-REL       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LOCAL-REL             PIC X(30)   VALUE SPACES.

       01  LINSERV.
           05  SEQ-REL               PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TIPO-REL              PIC X(9)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-REL         PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ORCADO-REL            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTRATADO-REL        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PAGO-REL              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  A-PAGAR-REL           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINFORN.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(11)   VALUE "FORNECEDOR ".
           05  FORNECEDOR-REL        PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-FORN-REL         PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(38)   VALUE SPACES.

       01  LINTOT.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  TITULO-TOT-REL        PIC X(31)   VALUE SPACES.
           05  ORCADO-TOT-REL        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTRATADO-TOT-REL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PAGO-TOT-REL          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  A-PAGAR-TOT-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "COD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD078" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD078.
           MOVE "COD081" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD081.
           MOVE "COD082" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD082.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

      *    o cadastro de nomes e' opcional: sem ele o fornecedor sai
      *    so pelo codigo
           OPEN INPUT CGD001.
           IF   ST-CGD001 EQUAL "00"
                MOVE 1 TO CGD001-OK.

           OPEN INPUT COD043.
           IF   ST-COD043 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD043: " ST-COD043
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD078.
           IF   ST-COD078 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD078: " ST-COD078
                        " - CADASTRE OS EVENTOS NO COP096."
                MOVE 1 TO ERRO-W.

           OPEN I-O COD081.
           IF   ST-COD081 EQUAL "35"
                OPEN OUTPUT COD081
                CLOSE COD081
                OPEN I-O COD081.
           IF   ST-COD081 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD081: " ST-COD081
                MOVE 1 TO ERRO-W.

           OPEN I-O COD082.
           IF   ST-COD082 EQUAL "35"
                OPEN OUTPUT COD082
                CLOSE COD082
                OPEN I-O COD082.
           IF   ST-COD082 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD082: " ST-COD082
                MOVE 1 TO ERRO-W.

           OPEN I-O CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
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
           MOVE "COP097" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "FORNECEDORES DOS EVENTOS (COD081/COD082)".
           DISPLAY "S-SERVICO C-CRONOGRAMA T-GERA TITULOS X-CANCELA".
           DISPLAY "R-RELATORIO F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "S"  WHEN "s"  PERFORM MANUTENCAO-SERVICO
               WHEN "C"  WHEN "c"  PERFORM MONTA-CRONOGRAMA
               WHEN "T"  WHEN "t"  PERFORM GERA-TITULOS
               WHEN "X"  WHEN "x"  PERFORM CANCELA-SERVICO
               WHEN "R"  WHEN "r"  PERFORM RELATORIO-EVENTOS
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       SOLICITA-TURMA SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "CURSO (X(4)).........................: "
               WITH NO ADVANCING.
           ACCEPT CURSO-PARM.
           DISPLAY "TURMA (X(3)).........................: "
               WITH NO ADVANCING.
           ACCEPT TURMA-PARM.
           MOVE CURSO-PARM TO CURSO-CO43.
           MOVE TURMA-PARM TO TURMA-CO43.
           READ COD043
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA EM COD043."
                   MOVE 1 TO ERRO-W
           END-READ.

       SOLICITA-TURMA-EXIT. EXIT.

      *    SOLICITA-EVENTO - turma e evento ja cadastrado no COD078
       SOLICITA-EVENTO SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-EVENTO-EXIT.
           DISPLAY "EVENTO (01, 02...)...................: "
               WITH NO ADVANCING.
           ACCEPT EVENTO-PARM.
           MOVE CURSO-PARM  TO CURSO-CO78.
           MOVE TURMA-PARM  TO TURMA-CO78.
           MOVE EVENTO-PARM TO EVENTO-CO78.
           READ COD078
               INVALID KEY
                   DISPLAY "EVENTO NAO CADASTRADO (COP096 OPCAO E)."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-EVENTO-EXIT
           END-READ.
           DISPLAY "EVENTO: " DESCRICAO-CO78 " EM " DATA-EVENTO-CO78.

       SOLICITA-EVENTO-EXIT. EXIT.

      *    SOLICITA-SERVICO - evento e servico ja cadastrado no COD081
       SOLICITA-SERVICO SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-SERVICO-EXIT.
           DISPLAY "SEQUENCIA DO SERVICO.................: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           MOVE CURSO-PARM  TO CURSO-CO81.
           MOVE TURMA-PARM  TO TURMA-CO81.
           MOVE EVENTO-PARM TO EVENTO-CO81.
           MOVE SEQ-PARM    TO SEQ-SERVICO-CO81.
           READ COD081
               INVALID KEY
                   DISPLAY "SERVICO NAO CADASTRADO (OPCAO S)."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-SERVICO-EXIT
           END-READ.
           PERFORM NOME-TIPO-SERVICO.
           DISPLAY NOME-TIPO-W " " DESCRICAO-CO81
                   " FORNECEDOR " FORNECEDOR-CO81.

       SOLICITA-SERVICO-EXIT. EXIT.

       NOME-TIPO-SERVICO SECTION.
           EVALUATE TIPO-SERVICO-CO81
               WHEN 1     MOVE "SALAO"     TO NOME-TIPO-W
               WHEN 2     MOVE "BUFFET"    TO NOME-TIPO-W
               WHEN 3     MOVE "BANDA"     TO NOME-TIPO-W
               WHEN 4     MOVE "DECORACAO" TO NOME-TIPO-W
               WHEN OTHER MOVE "OUTROS"    TO NOME-TIPO-W
           END-EVALUATE.

       NOME-TIPO-SERVICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-SERVICO - sequencia zero inclui o proximo servico
      *    do evento. Sem fornecedor o servico fica so orcado; com
      *    fornecedor e valor passa a contratado. Mudar o contratado
      *    desfaz o cronograma ainda sem titulo; com titulos gerados
      *    so o orcado e a descricao mudam.
      *----------------------------------------------------------------
       MANUTENCAO-SERVICO SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO MANUTENCAO-SERVICO-EXIT.
           DISPLAY "SEQUENCIA DO SERVICO (00 = NOVO).....: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           IF   SEQ-PARM EQUAL ZEROS
                PERFORM PROCURA-ULTIMO-SERVICO
                IF   ULT-SEQ-SERVICO-W NOT LESS 99
                     DISPLAY "EVENTO JA TEM 99 SERVICOS."
                     GO TO MANUTENCAO-SERVICO-EXIT
                END-IF
                COMPUTE SEQ-PARM = ULT-SEQ-SERVICO-W + 1.

           MOVE CURSO-PARM  TO CURSO-CO81.
           MOVE TURMA-PARM  TO TURMA-CO81.
           MOVE EVENTO-PARM TO EVENTO-CO81.
           MOVE SEQ-PARM    TO SEQ-SERVICO-CO81.
           READ COD081
               INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   MOVE ZEROS  TO TIPO-SERVICO-CO81 FORNECEDOR-CO81
                                  VALOR-ORCADO-CO81
                                  VALOR-CONTRATADO-CO81
                                  DATA-CONTRATACAO-CO81
                                  CODREDUZ-APUR-CO81
                                  CENTRO-CUSTO-CO81
                                  QTDE-PARCELAS-CO81 SEQ-CAIXA-CO81
                                  SITUACAO-CO81
                   MOVE SPACES TO DESCRICAO-CO81
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM NOME-TIPO-SERVICO
                   MOVE VALOR-CONTRATADO-CO81 TO VALOR-EDIT-W
                   DISPLAY "SERVICO ATUAL: " NOME-TIPO-W " "
                           DESCRICAO-CO81
                   DISPLAY "FORNECEDOR " FORNECEDOR-CO81
                           " CONTRATADO " VALOR-EDIT-W
                           " SITUACAO " SITUACAO-CO81
           END-READ.
           IF   SERVICO-CANCELADO-CO81
                DISPLAY "SERVICO CANCELADO - INCLUA OUTRO."
                GO TO MANUTENCAO-SERVICO-EXIT.
           MOVE VALOR-CONTRATADO-CO81 TO VALOR-ANTES-W.

           IF   NOT SERVICO-TITULOS-CO81
                DISPLAY "TIPO (1-SALAO 2-BUFFET 3-BANDA 4-DECORACAO "
                        "9-OUTROS): " WITH NO ADVANCING
                ACCEPT TIPO-SERVICO-CO81.
           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-CO81.
           DISPLAY "VALOR ORCADO (SEM VIRGULA)...........: "
               WITH NO ADVANCING.
           ACCEPT VALOR-ORCADO-CO81.
           IF   SERVICO-TITULOS-CO81
                DISPLAY "TITULOS JA GERADOS (SEQ " SEQ-CAIXA-CO81
                        ") - FORNECEDOR E CONTRATADO NAO MUDAM."
                GO TO MANUTENCAO-SERVICO-GRAVA.

           DISPLAY "FORNECEDOR (0 = AINDA SO ORCADO).....: "
               WITH NO ADVANCING.
           ACCEPT FORNECEDOR-PARM.
           IF   FORNECEDOR-PARM EQUAL ZEROS
                MOVE ZEROS TO FORNECEDOR-CO81 VALOR-CONTRATADO-CO81
                              DATA-CONTRATACAO-CO81
                MOVE 0     TO SITUACAO-CO81
                GO TO MANUTENCAO-SERVICO-GRAVA.
           IF   CGD001-OK EQUAL 1
                MOVE FORNECEDOR-PARM TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        DISPLAY "AVISO: CODIGO SEM CADASTRO EM CGD001."
                    NOT INVALID KEY
                        DISPLAY "NOME: " NOME-CG01
                END-READ
           END-IF.
           MOVE FORNECEDOR-PARM TO FORNECEDOR-CO81.
           DISPLAY "VALOR CONTRATADO (SEM VIRGULA).......: "
               WITH NO ADVANCING.
           ACCEPT VALOR-CONTRATADO-CO81.
           DISPLAY "DATA DA CONTRATACAO (AAAAMMDD, 0=HOJE): "
               WITH NO ADVANCING.
           ACCEPT DATA-CONTRATACAO-CO81.
           IF   DATA-CONTRATACAO-CO81 EQUAL ZEROS
                ACCEPT DATA-CONTRATACAO-CO81 FROM DATE YYYYMMDD.
           DISPLAY "CONTA REDUZIDA DA DESPESA............: "
               WITH NO ADVANCING.
           ACCEPT CODREDUZ-APUR-CO81.
           DISPLAY "CENTRO DE CUSTO (000 = SEM)..........: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-CUSTO-CO81.
           IF   VALOR-CONTRATADO-CO81 EQUAL ZEROS
                MOVE 0 TO SITUACAO-CO81
           ELSE
                MOVE 1 TO SITUACAO-CO81.
           IF   VALOR-CONTRATADO-CO81 NOT EQUAL VALOR-ANTES-W
           AND  QTDE-PARCELAS-CO81 NOT EQUAL ZEROS
                PERFORM APAGA-CRONOGRAMA
                MOVE ZEROS TO QTDE-PARCELAS-CO81
                DISPLAY "CONTRATADO MUDOU - REFACA O CRONOGRAMA "
                        "(OPCAO C).".

       MANUTENCAO-SERVICO-GRAVA.
           MOVE USUARIO-PARM TO USUARIO-CO81.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "VALOR-CONTRATADO-CO81" TO CAMPO-LOG-W.
           MOVE VALOR-ANTES-W           TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W            TO ANTERIOR-LOG-W(1:13).
           MOVE VALOR-CONTRATADO-CO81   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W            TO ATUAL-LOG-W(1:13).
           MOVE FORNECEDOR-CO81         TO ATUAL-LOG-W(15:6).
           IF   LOG3-OPERACAO EQUAL "INCLUSAO"
                WRITE REG-COD081
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD081: " ST-COD081
                        GO TO MANUTENCAO-SERVICO-EXIT
                END-WRITE
           ELSE
                REWRITE REG-COD081
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD081: " ST-COD081
                        GO TO MANUTENCAO-SERVICO-EXIT
                END-REWRITE.
           PERFORM GRAVA-LOG-SERVICO.
           DISPLAY "SERVICO " SEQ-SERVICO-CO81 " GRAVADO.".

       MANUTENCAO-SERVICO-EXIT. EXIT.

       PROCURA-ULTIMO-SERVICO SECTION.
           MOVE ZEROS TO ULT-SEQ-SERVICO-W FIM-VARREDURA-W.
           MOVE CURSO-PARM  TO CURSO-CO81.
           MOVE TURMA-PARM  TO TURMA-CO81.
           MOVE EVENTO-PARM TO EVENTO-CO81.
           MOVE ZEROS       TO SEQ-SERVICO-CO81.
           START COD081 KEY IS NOT LESS CHAVE-CO81
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-ULTIMO-SERVICO UNTIL FIM-VARREDURA-TRUE.

       PROCURA-ULTIMO-SERVICO-EXIT. EXIT.

       LE-ULTIMO-SERVICO SECTION.
           READ COD081 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ULTIMO-SERVICO-EXIT.
           IF   CURSO-CO81 NOT EQUAL CURSO-PARM
           OR   TURMA-CO81 NOT EQUAL TURMA-PARM
           OR   EVENTO-CO81 NOT EQUAL EVENTO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-ULTIMO-SERVICO-EXIT.
           MOVE SEQ-SERVICO-CO81 TO ULT-SEQ-SERVICO-W.

       LE-ULTIMO-SERVICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APAGA-CRONOGRAMA - tira do COD082 as parcelas do servico em
      *    REG-COD081 (so chamado antes de gerar titulos).
      *----------------------------------------------------------------
       APAGA-CRONOGRAMA SECTION.
           MOVE ZEROS TO FIM-COD082-W.
           MOVE CURSO-CO81       TO CURSO-CO82.
           MOVE TURMA-CO81       TO TURMA-CO82.
           MOVE EVENTO-CO81      TO EVENTO-CO82.
           MOVE SEQ-SERVICO-CO81 TO SEQ-SERVICO-CO82.
           MOVE ZEROS            TO PARCELA-CO82.
           START COD082 KEY IS NOT LESS CHAVE-CO82
               INVALID KEY
                   MOVE 1 TO FIM-COD082-W
           END-START.
           PERFORM APAGA-PARCELA-CRONOGRAMA UNTIL FIM-COD082-TRUE.

       APAGA-CRONOGRAMA-EXIT. EXIT.

       APAGA-PARCELA-CRONOGRAMA SECTION.
           READ COD082 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD082-W
                   GO TO APAGA-PARCELA-CRONOGRAMA-EXIT.
           IF   CURSO-CO82 NOT EQUAL CURSO-CO81
           OR   TURMA-CO82 NOT EQUAL TURMA-CO81
           OR   EVENTO-CO82 NOT EQUAL EVENTO-CO81
           OR   SEQ-SERVICO-CO82 NOT EQUAL SEQ-SERVICO-CO81
                MOVE 1 TO FIM-COD082-W
                GO TO APAGA-PARCELA-CRONOGRAMA-EXIT.
           DELETE COD082
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO COD082: " ST-COD082
           END-DELETE.

       APAGA-PARCELA-CRONOGRAMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MONTA-CRONOGRAMA - parcelas mensais a partir do primeiro
      *    vencimento (regra de carne do COP056), o valor dividido por
      *    igual e a ultima com o resto; cada parcela pode ter data e
      *    valor trocados. So grava se fechar com o contratado.
      *----------------------------------------------------------------
       MONTA-CRONOGRAMA SECTION.
           PERFORM SOLICITA-SERVICO.
           IF   ERRO-W NOT EQUAL 0
                GO TO MONTA-CRONOGRAMA-EXIT.
           IF   NOT SERVICO-CONTRATADO-CO81
                DISPLAY "SO SERVICO CONTRATADO E AINDA SEM TITULOS "
                        "TEM CRONOGRAMA."
                GO TO MONTA-CRONOGRAMA-EXIT.
           MOVE VALOR-CONTRATADO-CO81 TO VALOR-EDIT-W.
           DISPLAY "VALOR CONTRATADO.....................: "
                   VALOR-EDIT-W.
           DISPLAY "QUANTIDADE DE PARCELAS (1 A 24)......: "
               WITH NO ADVANCING.
           ACCEPT QTDE-PARCELAS-PARM.
           IF   QTDE-PARCELAS-PARM EQUAL ZEROS
           OR   QTDE-PARCELAS-PARM GREATER 24
                DISPLAY "QUANTIDADE DE PARCELAS INVALIDA."
                GO TO MONTA-CRONOGRAMA-EXIT.
           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD).......: "
               WITH NO ADVANCING.
           ACCEPT PRIMEIRO-VCTO-PARM.
           IF   PRIMEIRO-VCTO-PARM EQUAL ZEROS
                DISPLAY "VENCIMENTO OBRIGATORIO."
                GO TO MONTA-CRONOGRAMA-EXIT.

           COMPUTE VALOR-PARCELA-W =
                   VALOR-CONTRATADO-CO81 / QTDE-PARCELAS-PARM.
           MOVE ZEROS              TO VALOR-ACUMULADO-W.
           MOVE PRIMEIRO-VCTO-PARM TO VCTO-W.
           PERFORM MONTA-PARCELA-CRONOGRAMA
                   VARYING PARCELA-W FROM 1 BY 1
                   UNTIL PARCELA-W GREATER QTDE-PARCELAS-PARM.
           IF   VALOR-ACUMULADO-W NOT EQUAL VALOR-CONTRATADO-CO81
                MOVE VALOR-ACUMULADO-W TO VALOR-EDIT-W
                DISPLAY "PARCELAS SOMAM " VALOR-EDIT-W
                        " - NAO FECHAM COM O CONTRATADO."
                DISPLAY "CRONOGRAMA NAO GRAVADO."
                GO TO MONTA-CRONOGRAMA-EXIT.
           DISPLAY "CONFIRMA O CRONOGRAMA (S/N)..........: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO MONTA-CRONOGRAMA-EXIT.

           PERFORM APAGA-CRONOGRAMA.
           PERFORM GRAVA-PARCELA-CRONOGRAMA
                   VARYING PARCELA-W FROM 1 BY 1
                   UNTIL PARCELA-W GREATER QTDE-PARCELAS-PARM.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "QTDE-PARCELAS-CO81" TO CAMPO-LOG-W.
           MOVE QTDE-PARCELAS-CO81   TO ANTERIOR-LOG-W(1:2).
           MOVE QTDE-PARCELAS-PARM   TO QTDE-PARCELAS-CO81
                                        ATUAL-LOG-W(1:2).
           MOVE USUARIO-PARM         TO USUARIO-CO81.
           REWRITE REG-COD081
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD081: " ST-COD081
               NOT INVALID KEY
                   MOVE "CRONOGRAMA" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-SERVICO
                   DISPLAY "CRONOGRAMA GRAVADO - GERE OS TITULOS "
                           "(OPCAO T)."
           END-REWRITE.

       MONTA-CRONOGRAMA-EXIT. EXIT.

       MONTA-PARCELA-CRONOGRAMA SECTION.
           IF   PARCELA-W EQUAL QTDE-PARCELAS-PARM
                IF   VALOR-ACUMULADO-W LESS VALOR-CONTRATADO-CO81
                     COMPUTE VALOR-RESTANTE-W =
                             VALOR-CONTRATADO-CO81 - VALOR-ACUMULADO-W
                ELSE
                     MOVE ZEROS TO VALOR-RESTANTE-W
                END-IF
           ELSE
                MOVE VALOR-PARCELA-W TO VALOR-RESTANTE-W.
           MOVE VALOR-RESTANTE-W TO VALOR-EDIT-W.
           DISPLAY "PARCELA " PARCELA-W " VCTO " VCTO-W
                   " VALOR " VALOR-EDIT-W.
           DISPLAY "  VENCIMENTO (0 = MANTEM)............: "
               WITH NO ADVANCING.
           ACCEPT VCTO-PARM.
           IF   VCTO-PARM NOT EQUAL ZEROS
                MOVE VCTO-PARM TO VCTO-W.
           DISPLAY "  VALOR (0 = MANTEM).................: "
               WITH NO ADVANCING.
           ACCEPT VALOR-PARM.
           IF   VALOR-PARM NOT EQUAL ZEROS
                MOVE VALOR-PARM TO VALOR-RESTANTE-W.
           MOVE VCTO-W           TO VCTO-CRON-W (PARCELA-W).
           MOVE VALOR-RESTANTE-W TO VALOR-CRON-W (PARCELA-W).
           ADD  VALOR-RESTANTE-W TO VALOR-ACUMULADO-W.
           PERFORM AVANCA-UM-MES.

       MONTA-PARCELA-CRONOGRAMA-EXIT. EXIT.

       GRAVA-PARCELA-CRONOGRAMA SECTION.
           MOVE CURSO-CO81       TO CURSO-CO82.
           MOVE TURMA-CO81       TO TURMA-CO82.
           MOVE EVENTO-CO81      TO EVENTO-CO82.
           MOVE SEQ-SERVICO-CO81 TO SEQ-SERVICO-CO82.
           MOVE PARCELA-W        TO PARCELA-CO82.
           MOVE VCTO-CRON-W (PARCELA-W)  TO DATA-VCTO-CO82.
           MOVE VALOR-CRON-W (PARCELA-W) TO VALOR-CO82.
           MOVE ZEROS            TO SEQ-CAIXA-CO82.
           MOVE USUARIO-PARM     TO USUARIO-CO82.
           WRITE REG-COD082
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD082 PARCELA "
                           PARCELA-W ": " ST-COD082
           END-WRITE.

       GRAVA-PARCELA-CRONOGRAMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    AVANCA-UM-MES - regra de carne do COP047/COP056.
      *----------------------------------------------------------------
       AVANCA-UM-MES SECTION.
           IF   MES-VCTO-W LESS 12
                ADD 1 TO MES-VCTO-W
           ELSE
                MOVE 1 TO MES-VCTO-W
                ADD 1 TO ANO-VCTO-W.
           MOVE PRIMEIRO-VCTO-PARM(7:2) TO DIA-VCTO-W.
           IF   DIA-VCTO-W GREATER 28
           AND  MES-VCTO-W EQUAL 2
                MOVE 28 TO DIA-VCTO-W.
           IF   DIA-VCTO-W GREATER 30
           AND (MES-VCTO-W EQUAL 4 OR 6 OR 9 OR 11)
                MOVE 30 TO DIA-VCTO-W.

       AVANCA-UM-MES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-TITULOS - um titulo novo no CPD020 (SEQ-CAIXA pela
      *    varredura completa, como no CPP038) com uma parcela por
      *    parcela do cronograma. Suspeita de nota em dobro do
      *    CPP032V e' mostrada e pede confirmacao.
      *----------------------------------------------------------------
       GERA-TITULOS SECTION.
           PERFORM SOLICITA-SERVICO.
           IF   ERRO-W NOT EQUAL 0
                GO TO GERA-TITULOS-EXIT.
           IF   NOT SERVICO-CONTRATADO-CO81
           OR   QTDE-PARCELAS-CO81 EQUAL ZEROS
                DISPLAY "SERVICO SEM CRONOGRAMA OU COM TITULOS JA "
                        "GERADOS."
                GO TO GERA-TITULOS-EXIT.

           MOVE ZEROS TO QTDE-CRONOGRAMA-W VALOR-ACUMULADO-W
                         QTDE-SUSPEITAS-W.
           PERFORM CONFERE-CRONOGRAMA.
           IF   QTDE-CRONOGRAMA-W NOT EQUAL QTDE-PARCELAS-CO81
           OR   VALOR-ACUMULADO-W NOT EQUAL VALOR-CONTRATADO-CO81
                DISPLAY "CRONOGRAMA NAO FECHA COM O SERVICO - "
                        "REFACA (OPCAO C)."
                GO TO GERA-TITULOS-EXIT.
           IF   QTDE-SUSPEITAS-W NOT EQUAL ZEROS
                DISPLAY QTDE-SUSPEITAS-W " PARCELA(S) COM SUSPEITA DE "
                        "DUPLICIDADE NO CPD020.".
           DISPLAY "CONFIRMA A GERACAO DOS TITULOS (S/N).: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                DISPLAY "TITULOS NAO GERADOS."
                GO TO GERA-TITULOS-EXIT.

           MOVE ZEROS TO ULT-SEQ-CAIXA-W FIM-CPD020-W.
           MOVE ZEROS TO SEQ-CAIXA-CP20 PARCELA-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
               INVALID KEY
                   MOVE 1 TO FIM-CPD020-W.
           PERFORM PROCURA-ULTIMO-SEQ UNTIL FIM-CPD020-W EQUAL 1.
           ADD 1 TO ULT-SEQ-CAIXA-W.

           MOVE ZEROS TO FIM-COD082-W.
           MOVE CURSO-CO81       TO CURSO-CO82.
           MOVE TURMA-CO81       TO TURMA-CO82.
           MOVE EVENTO-CO81      TO EVENTO-CO82.
           MOVE SEQ-SERVICO-CO81 TO SEQ-SERVICO-CO82.
           MOVE ZEROS            TO PARCELA-CO82.
           START COD082 KEY IS NOT LESS CHAVE-CO82
               INVALID KEY
                   MOVE 1 TO FIM-COD082-W
           END-START.
           PERFORM GERA-TITULO-PARCELA UNTIL FIM-COD082-TRUE.

           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "SEQ-CAIXA-CO81"   TO CAMPO-LOG-W.
           MOVE ULT-SEQ-CAIXA-W    TO SEQ-CAIXA-CO81 ATUAL-LOG-W(1:6).
           MOVE 2                  TO SITUACAO-CO81.
           MOVE USUARIO-PARM       TO USUARIO-CO81.
           REWRITE REG-COD081
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD081: " ST-COD081
               NOT INVALID KEY
                   MOVE "TITULOS" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-SERVICO
                   DISPLAY "TITULOS GERADOS NO CPD020 - SEQ "
                           ULT-SEQ-CAIXA-W " (APROVACAO NO CPP025)."
           END-REWRITE.

       GERA-TITULOS-EXIT. EXIT.

       CONFERE-CRONOGRAMA SECTION.
           MOVE ZEROS TO FIM-COD082-W.
           MOVE CURSO-CO81       TO CURSO-CO82.
           MOVE TURMA-CO81       TO TURMA-CO82.
           MOVE EVENTO-CO81      TO EVENTO-CO82.
           MOVE SEQ-SERVICO-CO81 TO SEQ-SERVICO-CO82.
           MOVE ZEROS            TO PARCELA-CO82.
           START COD082 KEY IS NOT LESS CHAVE-CO82
               INVALID KEY
                   MOVE 1 TO FIM-COD082-W
           END-START.
           PERFORM CONFERE-PARCELA-CRONOGRAMA UNTIL FIM-COD082-TRUE.

       CONFERE-CRONOGRAMA-EXIT. EXIT.

       CONFERE-PARCELA-CRONOGRAMA SECTION.
           READ COD082 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD082-W
                   GO TO CONFERE-PARCELA-CRONOGRAMA-EXIT.
           IF   CURSO-CO82 NOT EQUAL CURSO-CO81
           OR   TURMA-CO82 NOT EQUAL TURMA-CO81
           OR   EVENTO-CO82 NOT EQUAL EVENTO-CO81
           OR   SEQ-SERVICO-CO82 NOT EQUAL SEQ-SERVICO-CO81
                MOVE 1 TO FIM-COD082-W
                GO TO CONFERE-PARCELA-CRONOGRAMA-EXIT.
           ADD 1          TO QTDE-CRONOGRAMA-W.
           ADD VALOR-CO82 TO VALOR-ACUMULADO-W.
           MOVE FORNECEDOR-CO81 TO FORNECEDOR-DUP.
           MOVE SPACES          TO NR-DOCTO-DUP.
           MOVE VALOR-CO82      TO VALOR-DUP.
           MOVE DATA-VCTO-CO82  TO DATA-VCTO-DUP.
           MOVE ZEROS           TO SEQ-CAIXA-DUP PARCELA-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
           OR   CPP032V-RETORNO EQUAL "02"
                ADD 1 TO QTDE-SUSPEITAS-W
                DISPLAY "PARCELA " PARCELA-CO82 ": SUSPEITA ("
                        CPP032V-RETORNO ") COM O TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                        " VCTO " DATA-VCTO-ACHADO-DUP
                        " PGTO " DATA-PGTO-ACHADO-DUP.

       CONFERE-PARCELA-CRONOGRAMA-EXIT. EXIT.

       GERA-TITULO-PARCELA SECTION.
           READ COD082 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD082-W
                   GO TO GERA-TITULO-PARCELA-EXIT.
           IF   CURSO-CO82 NOT EQUAL CURSO-CO81
           OR   TURMA-CO82 NOT EQUAL TURMA-CO81
           OR   EVENTO-CO82 NOT EQUAL EVENTO-CO81
           OR   SEQ-SERVICO-CO82 NOT EQUAL SEQ-SERVICO-CO81
                MOVE 1 TO FIM-COD082-W
                GO TO GERA-TITULO-PARCELA-EXIT.

           PERFORM NOME-TIPO-SERVICO.
           MOVE CURSO-CO81          TO CURSO-DOCTO-W.
           MOVE TURMA-CO81          TO TURMA-DOCTO-W.
           MOVE PARCELA-CO82        TO PARCELA-DOCTO-W.
           MOVE ULT-SEQ-CAIXA-W     TO SEQ-CAIXA-CP20.
           MOVE PARCELA-CO82        TO PARCELA-CP20.
           MOVE ZEROS               TO DATA-PGTO-CP20.
           MOVE DATA-VCTO-CO82      TO DATA-VCTO-CP20.
           MOVE CODREDUZ-APUR-CO81  TO CODREDUZ-APUR-CP20.
           MOVE SPACES              TO DESCRICAO-CP20.
           STRING "EV " CURSO-CO81 "/" TURMA-CO81 "-" EVENTO-CO81
                  " " NOME-TIPO-W
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE DOCTO-EVENTO-W      TO NR-DOCTO-CP20.
           MOVE VALOR-CO82          TO VALOR-CP20.
           MOVE FORNECEDOR-CO81     TO FORNECEDOR-CP20.
           MOVE 0                   TO SIT-APROV-CP20.
           MOVE SPACES              TO APROVADOR-CP20.
           MOVE ZEROS               TO DATA-APROV-CP20.
           MOVE "P"                 TO TIPO-TITULO-CP20.
           MOVE CENTRO-CUSTO-CO81   TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020 PARCELA "
                           PARCELA-CO82 ": " ST-CPD020
                   GO TO GERA-TITULO-PARCELA-EXIT
           END-WRITE.

           MOVE ULT-SEQ-CAIXA-W TO SEQ-CAIXA-CO82.
           MOVE USUARIO-PARM    TO USUARIO-CO82.
           REWRITE REG-COD082
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD082: " ST-COD082
           END-REWRITE.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "VALOR-CP20"     TO CAMPO-LOG-W.
           MOVE VALOR-CP20       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO ATUAL-LOG-W(1:13).
           MOVE NR-DOCTO-CP20    TO ATUAL-LOG-W(15:10).
           MOVE "INCLUSAO"       TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-TITULO.

       GERA-TITULO-PARCELA-EXIT. EXIT.

       PROCURA-ULTIMO-SEQ SECTION.
           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020-W
                   GO TO PROCURA-ULTIMO-SEQ-EXIT.
           IF   SEQ-CAIXA-CP20 GREATER ULT-SEQ-CAIXA-W
                MOVE SEQ-CAIXA-CP20 TO ULT-SEQ-CAIXA-W.

       PROCURA-ULTIMO-SEQ-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CANCELA-SERVICO - so antes dos titulos: o cronograma sai do
      *    COD082 e o servico fica cancelado (fora dos totais). Com
      *    titulos gerados o cancelamento e' a rejeicao no CPP025.
      *----------------------------------------------------------------
       CANCELA-SERVICO SECTION.
           PERFORM SOLICITA-SERVICO.
           IF   ERRO-W NOT EQUAL 0
                GO TO CANCELA-SERVICO-EXIT.
           IF   SERVICO-CANCELADO-CO81
                DISPLAY "SERVICO JA CANCELADO."
                GO TO CANCELA-SERVICO-EXIT.
           IF   SERVICO-TITULOS-CO81
                DISPLAY "TITULOS JA GERADOS NO CPD020 (SEQ "
                        SEQ-CAIXA-CO81 ") - REJEITE NO CPP025."
                GO TO CANCELA-SERVICO-EXIT.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)........: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO CANCELA-SERVICO-EXIT.
           PERFORM APAGA-CRONOGRAMA.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "SITUACAO-CO81"  TO CAMPO-LOG-W.
           MOVE SITUACAO-CO81    TO ANTERIOR-LOG-W(1:1).
           MOVE 9                TO SITUACAO-CO81.
           MOVE SITUACAO-CO81    TO ATUAL-LOG-W(1:1).
           MOVE ZEROS            TO QTDE-PARCELAS-CO81.
           MOVE USUARIO-PARM     TO USUARIO-CO81.
           REWRITE REG-COD081
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD081: " ST-COD081
               NOT INVALID KEY
                   MOVE "CANCELAMENTO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-SERVICO
                   DISPLAY "SERVICO CANCELADO."
           END-REWRITE.

       CANCELA-SERVICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RELATORIO-EVENTOS - evento zero lista todos os eventos da
      *    turma. Pago = valor dos titulos menos o saldo em aberto
      *    (CPP035V); a pagar = o resto do contratado, com titulo ou
      *    ainda so no cronograma. Cancelados saem sem valores.
      *----------------------------------------------------------------
       RELATORIO-EVENTOS SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO RELATORIO-EVENTOS-EXIT.
           DISPLAY "EVENTO (00 = TODOS DA TURMA).........: "
               WITH NO ADVANCING.
           ACCEPT EVENTO-PARM.
           MOVE CURSO-PARM TO CURSO-CAB.
           MOVE TURMA-PARM TO TURMA-CAB.
           MOVE ZEROS TO PAG-W LIN FIM-VARREDURA-W.
           MOVE ZEROS TO EVENTO-TOT-W TURMA-TOT-W.
           MOVE 99    TO EVENTO-ANTERIOR-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE CURSO-PARM  TO CURSO-CO81.
           MOVE TURMA-PARM  TO TURMA-CO81.
           MOVE EVENTO-PARM TO EVENTO-CO81.
           MOVE ZEROS       TO SEQ-SERVICO-CO81.
           START COD081 KEY IS NOT LESS CHAVE-CO81
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM IMPRIME-SERVICO UNTIL FIM-VARREDURA-TRUE.
           IF   EVENTO-ANTERIOR-W NOT EQUAL 99
                PERFORM IMPRIME-TOTAL-EVENTO.
           MOVE "TOTAL DA TURMA"  TO TITULO-TOT-REL.
           MOVE ORCADO-TU-W       TO ORCADO-TOT-REL.
           MOVE CONTRATADO-TU-W   TO CONTRATADO-TOT-REL.
           MOVE PAGO-TU-W         TO PAGO-TOT-REL.
           MOVE A-PAGAR-TU-W      TO A-PAGAR-TOT-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".

       RELATORIO-EVENTOS-EXIT. EXIT.

       IMPRIME-SERVICO SECTION.
           READ COD081 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-SERVICO-EXIT.
           IF   CURSO-CO81 NOT EQUAL CURSO-PARM
           OR   TURMA-CO81 NOT EQUAL TURMA-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO IMPRIME-SERVICO-EXIT.
           IF   EVENTO-PARM NOT EQUAL ZEROS
           AND  EVENTO-CO81 NOT EQUAL EVENTO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO IMPRIME-SERVICO-EXIT.
           IF   LIN GREATER 53
                PERFORM CABECALHO.
           IF   EVENTO-CO81 NOT EQUAL EVENTO-ANTERIOR-W
                IF   EVENTO-ANTERIOR-W NOT EQUAL 99
                     PERFORM IMPRIME-TOTAL-EVENTO
                END-IF
                PERFORM IMPRIME-CABECALHO-EVENTO.

           PERFORM NOME-TIPO-SERVICO.
           MOVE SEQ-SERVICO-CO81 TO SEQ-REL.
           MOVE NOME-TIPO-W      TO TIPO-REL.
           MOVE DESCRICAO-CO81   TO DESCRICAO-REL.
           MOVE FORNECEDOR-CO81  TO FORNECEDOR-REL.
           MOVE SPACES           TO NOME-FORN-REL SITUACAO-REL.
           IF   FORNECEDOR-CO81 NOT EQUAL ZEROS
           AND  CGD001-OK EQUAL 1
                MOVE FORNECEDOR-CO81 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-CG01 TO NOME-FORN-REL
                END-READ
           END-IF.
           MOVE ZEROS TO VALOR-PAGO-W VALOR-A-PAGAR-W.
           EVALUATE TRUE
               WHEN SERVICO-CANCELADO-CO81
                    MOVE "(CANCELADO)" TO SITUACAO-REL
                    MOVE ZEROS TO ORCADO-REL CONTRATADO-REL
               WHEN SERVICO-ORCADO-CO81
                    MOVE "SO ORCADO" TO SITUACAO-REL
                    MOVE VALOR-ORCADO-CO81     TO ORCADO-REL
                    MOVE ZEROS                 TO CONTRATADO-REL
                    ADD  VALOR-ORCADO-CO81     TO ORCADO-EV-W
               WHEN OTHER
                    PERFORM APURA-PAGO-SERVICO
                    MOVE VALOR-ORCADO-CO81     TO ORCADO-REL
                    MOVE VALOR-CONTRATADO-CO81 TO CONTRATADO-REL
                    ADD  VALOR-ORCADO-CO81     TO ORCADO-EV-W
                    ADD  VALOR-CONTRATADO-CO81 TO CONTRATADO-EV-W
                    IF   SERVICO-TITULOS-CO81
                         STRING "TITULO CPD020 " SEQ-CAIXA-CO81
                                " - " QTDE-PARCELAS-CO81 " PARC."
                                DELIMITED BY SIZE INTO SITUACAO-REL
                    ELSE
                         STRING "CRONOGRAMA " QTDE-PARCELAS-CO81
                                " PARC. SEM TITULO"
                                DELIMITED BY SIZE INTO SITUACAO-REL
                    END-IF
           END-EVALUATE.
           IF   VALOR-CONTRATADO-CO81 GREATER VALOR-PAGO-W
           AND  NOT SERVICO-CANCELADO-CO81
           AND  NOT SERVICO-ORCADO-CO81
                COMPUTE VALOR-A-PAGAR-W =
                        VALOR-CONTRATADO-CO81 - VALOR-PAGO-W.
           MOVE VALOR-PAGO-W    TO PAGO-REL.
           MOVE VALOR-A-PAGAR-W TO A-PAGAR-REL.
           ADD  VALOR-PAGO-W    TO PAGO-EV-W.
           ADD  VALOR-A-PAGAR-W TO A-PAGAR-EV-W.
           WRITE REG-RELAT FROM LINSERV.
           WRITE REG-RELAT FROM LINFORN.
           ADD 2 TO LIN.

       IMPRIME-SERVICO-EXIT. EXIT.

       APURA-PAGO-SERVICO SECTION.
           IF   SEQ-CAIXA-CO81 EQUAL ZEROS
                GO TO APURA-PAGO-SERVICO-EXIT.
           MOVE ZEROS TO FIM-CPD020-W.
           MOVE SEQ-CAIXA-CO81 TO SEQ-CAIXA-CP20.
           MOVE ZEROS          TO PARCELA-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
               INVALID KEY
                   MOVE 1 TO FIM-CPD020-W.
           PERFORM SOMA-PAGO-TITULO UNTIL FIM-CPD020-W EQUAL 1.

       APURA-PAGO-SERVICO-EXIT. EXIT.

       SOMA-PAGO-TITULO SECTION.
           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020-W
                   GO TO SOMA-PAGO-TITULO-EXIT.
           IF   SEQ-CAIXA-CP20 NOT EQUAL SEQ-CAIXA-CO81
                MOVE 1 TO FIM-CPD020-W
                GO TO SOMA-PAGO-TITULO-EXIT.
           MOVE SEQ-CAIXA-CP20  TO SEQ-CAIXA-SAL.
           MOVE PARCELA-CP20    TO PARCELA-SAL.
           MOVE VALOR-CP20      TO VALOR-TITULO-SAL.
           MOVE DATA-PGTO-CP20  TO DATA-PGTO-TITULO-SAL.
           MOVE ZEROS           TO DATA-INI-SAL DATA-FIM-SAL.
           CALL "CPP035V" USING PARAMETROS-CPP035V.
           IF   SALDO-SAL LESS VALOR-CP20
                COMPUTE VALOR-PAGO-W = VALOR-PAGO-W +
                        VALOR-CP20 - SALDO-SAL.

       SOMA-PAGO-TITULO-EXIT. EXIT.

       IMPRIME-CABECALHO-EVENTO SECTION.
           MOVE EVENTO-CO81 TO EVENTO-ANTERIOR-W EVENTO-REL.
           MOVE CURSO-CO81  TO CURSO-CO78.
           MOVE TURMA-CO81  TO TURMA-CO78.
           MOVE EVENTO-CO81 TO EVENTO-CO78.
           MOVE SPACES TO DESCRICAO-EV-REL LOCAL-REL.
           MOVE ZEROS  TO DATA-EVENTO-REL.
           READ COD078
               INVALID KEY
                   MOVE "EVENTO NAO CADASTRADO" TO DESCRICAO-EV-REL
               NOT INVALID KEY
                   MOVE DESCRICAO-CO78 TO DESCRICAO-EV-REL
                   MOVE LOCAL-CO78     TO LOCAL-REL
                   MOVE DATA-EVENTO-CO78(7:2) TO DIA-DMA-W
                   MOVE DATA-EVENTO-CO78(5:2) TO MES-DMA-W
                   MOVE DATA-EVENTO-CO78(1:4) TO ANO-DMA-W
                   MOVE DATA-DMA-R     TO DATA-EVENTO-REL
           END-READ.
           WRITE REG-RELAT FROM LINEVENTO AFTER 2.
           ADD 2 TO LIN.

       IMPRIME-CABECALHO-EVENTO-EXIT. EXIT.

       IMPRIME-TOTAL-EVENTO SECTION.
           MOVE "TOTAL DO EVENTO" TO TITULO-TOT-REL.
           MOVE ORCADO-EV-W       TO ORCADO-TOT-REL.
           MOVE CONTRATADO-EV-W   TO CONTRATADO-TOT-REL.
           MOVE PAGO-EV-W         TO PAGO-TOT-REL.
           MOVE A-PAGAR-EV-W      TO A-PAGAR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           ADD 1 TO LIN.
           ADD ORCADO-EV-W     TO ORCADO-TU-W.
           ADD CONTRATADO-EV-W TO CONTRATADO-TU-W.
           ADD PAGO-EV-W       TO PAGO-TU-W.
           ADD A-PAGAR-EV-W    TO A-PAGAR-TU-W.
           MOVE ZEROS TO EVENTO-TOT-W.

       IMPRIME-TOTAL-EVENTO-EXIT. EXIT.

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

      *----------------------------------------------------------------
      *    GRAVA-LOG-SERVICO / GRAVA-LOG-TITULO - trilha em LOG003 com
      *    a colisao de periodo resolvida no GRAVA-LOG-FISICA.
      *----------------------------------------------------------------
       GRAVA-LOG-SERVICO SECTION.
           PERFORM PREPARA-LOG.
           MOVE "COD081"           TO LOG3-ARQUIVO.
           MOVE CURSO-CO81         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO81         TO LOG3-CHAVE-REG(6:3).
           MOVE EVENTO-CO81        TO LOG3-CHAVE-REG(10:2).
           MOVE SEQ-SERVICO-CO81   TO LOG3-CHAVE-REG(13:2).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-SERVICO-EXIT. EXIT.

       GRAVA-LOG-TITULO SECTION.
           PERFORM PREPARA-LOG.
           MOVE "CPD020"           TO LOG3-ARQUIVO.
           MOVE SEQ-CAIXA-CP20     TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CP20       TO LOG3-CHAVE-REG(7:2).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-TITULO-EXIT. EXIT.

       PREPARA-LOG SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.

       PREPARA-LOG-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-FISICA - a chave de LOG003 (usuario + periodo)
      *    tem resolucao de um segundo; colisao dentro do mesmo
      *    segundo avanca o periodo em um ate gravar.
      *----------------------------------------------------------------
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
           CLOSE COD043 COD078 COD081 COD082 CPD020 LOG003.
           IF   CGD001-OK EQUAL 1
                CLOSE CGD001.

       END PROGRAM COP097.
