       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP088.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: QUITACAO ANTECIPADA DE CONTRATO. A COTACAO PEGA O
      *        CONTRATO E A DATA DA QUITACAO, LISTA TODAS AS PARCELAS
      *        EM ABERTO DO COD044 E TRAZ CADA UMA A VALOR PRESENTE
      *        PELA TAXA MENSAL (JUROS COMPOSTOS NOS MESES CHEIOS DE
      *        30 DIAS, SIMPLES NA FRACAO); PARCELA JA VENCIDA ENTRA
      *        COM A MULTA E OS JUROS POR DIA UTIL DO CONVENIO CXD101,
      *        COMO NA BAIXA DO COP048. DO TOTAL SAI O CREDITO DO
      *        CLIENTE NO COD051 (VER COP061). A COTACAO E NUMERADA E
      *        GUARDADA NO COD068 E SAI IMPRESSA COM A VALIDADE.
      *        A LIQUIDACAO, PELO NUMERO DA COTACAO AINDA VALIDA,
      *        CONFERE QUE AS PARCELAS NAO MUDARAM, BAIXA TODAS DE UMA
      *        VEZ (RECIBO NUMERADO POR PARCELA - COP081V MODO "N",
      *        REIMPRESSAO NO COP081), DEBITA O CREDITO USADO NO
      *        COD051 E LANCA O DESCONTO CONCEDIDO NO CXD100 COMO
      *        LANCAMENTO SEM MOVIMENTO DE CAIXA (TIPO 98 NA CONTA
      *        000, COMO A PDD DO COP077), TUDO COM TRILHA EM LOG003.
      *        A TAXA PADRAO E A CONTA REDUZIDA DOS DESCONTOS FICAM NO
      *        REGISTRO DE CONTROLE DO COD068 (OPCAO T).

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

           COPY COPX051.

           COPY COPX068.

           COPY CXPX100.

           COPY CXPX101.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW044.

           COPY COPW051.

           COPY COPW068.

           COPY CXPW100.

           COPY CXPW101.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD051             PIC XX       VALUE SPACES.
           05  ST-COD068             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD101             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  SEM-CXD101-W          PIC 9        VALUE ZEROS.
      *    SEM-CXD101-W = 1 sem convenio cadastrado: parcela vencida
      *    entra pelo valor de face, como na baixa do COP048
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  MODO-CALC-W           PIC 9        VALUE ZEROS.
      *    MODO-CALC-W = 1-COTACAO NA TELA  2-CONFERENCIA DA COTACAO
      *                  3-LIQUIDACAO      4-IMPRESSAO DA COTACAO
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  NOME-EMPRESA-W        PIC X(40)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CONTRATO-PARM         PIC 9(6)     VALUE ZEROS.
           05  DATA-BASE-PARM        PIC 9(8)     VALUE ZEROS.
           05  VALIDADE-PARM         PIC 9(8)     VALUE ZEROS.
           05  TAXA-PARM             PIC 9(2)V9(4) VALUE ZEROS.
           05  CONTA-DESCONTO-PARM   PIC 9(5)     VALUE ZEROS.
           05  NR-COTACAO-PARM       PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-PARM          PIC 9        VALUE ZEROS.
           05  CODIGO-PARM           PIC 9(8)     VALUE ZEROS.
           05  CURSO-W               PIC X(4)     VALUE SPACES.
           05  TURMA-W               PIC X(3)     VALUE SPACES.
           05  FORMA-PGTO-W          PIC 9        VALUE ZEROS.
      *    FORMA-PGTO-W = como FORMA-PGTO-CO63 (1 a 5 no balcao)
           05  DOCUMENTO-W           PIC X(25)    VALUE SPACES.
           05  TAXA-PADRAO-W         PIC 9(2)V9(4) VALUE ZEROS.
           05  TAXA-EDIT-W           PIC Z9,9999  VALUE ZEROS.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  SALDO-W               PIC S9(10)V99 VALUE ZEROS.
           05  QTDE-PARC-W           PIC 9(3)     VALUE ZEROS.
           05  TOTAL-BRUTO-W         PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-ENCARGOS-W      PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-DESCONTO-W      PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-QUITACAO-W      PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-CREDITO-W       PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-LIQUIDO-W       PIC 9(8)V99  VALUE ZEROS.
           05  CREDITO-RESTANTE-W    PIC 9(8)V99  VALUE ZEROS.
           05  CREDITO-PARC-W        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-JUROS-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-MULTA-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ENCARGOS-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PRESENTE-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-DESCONTO-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-QUITACAO-W      PIC 9(8)V99  VALUE ZEROS.
           05  FATOR-W               PIC 9(5)V9(8) VALUE ZEROS.
           05  DIAS-ANTECIPA-W       PIC 9(6)     VALUE ZEROS.
           05  MESES-CHEIOS-W        PIC 9(4)     VALUE ZEROS.
           05  DIAS-FRACAO-W         PIC 9(2)     VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC 9(4)     VALUE ZEROS.
           05  DIA-ABSOLUTO-W        PIC 9(8)     VALUE ZEROS.
           05  DIA-BASE-ABS-W        PIC 9(8)     VALUE ZEROS.
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DATA-CONTA-W          PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-CONTA-W.
               10  ANO-CONTA-W       PIC 9(4).
               10  MES-CONTA-W       PIC 9(2).
               10  DIA-CONTA-W       PIC 9(2).
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           05  MOV-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-MOV-W           PIC 9(4)     VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
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

       01  PARAMETROS-FEP001V.
      *    calendario de dia util (FED001/FEP001V - ver FEP001)
           05  MODO-FE               PIC X(1)     VALUE SPACES.
           05  DATA-FE               PIC 9(8)     VALUE ZEROS.
           05  FEP001V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DATA-UTIL-FE          PIC 9(8)     VALUE ZEROS.

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    movimento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-COP081V.
      *    emissao do recibo de pagamento (COD063 - ver COP081V):
      *    "99" = registro indisponivel, a baixa vale sem recibo
           05  MODO-RB               PIC X        VALUE SPACES.
           05  NR-RECIBO-RB          PIC 9(8)     VALUE ZEROS.
           05  NR-CONTRATO-RB        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-RB            PIC 9(2)     VALUE ZEROS.
           05  CURSO-RB              PIC X(4)     VALUE SPACES.
           05  TURMA-RB              PIC X(3)     VALUE SPACES.
           05  DATA-VCTO-RB          PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-RB          PIC 9(8)     VALUE ZEROS.
           05  VALOR-PARCELA-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-JUROS-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-MULTA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ABONADO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CREDITO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PAGO-RB         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-SOBRA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  FORMA-PGTO-RB         PIC 9        VALUE ZEROS.
           05  DOCUMENTO-RB          PIC X(25)    VALUE SPACES.
           05  PROGRAMA-RB           PIC X(8)     VALUE SPACES.
           05  USUARIO-RB            PIC X(5)     VALUE SPACES.
           05  MOTIVO-RB             PIC X(30)    VALUE SPACES.
           05  COP081V-RETORNO       PIC X(2)     VALUE SPACES.

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

       01  LINVAL.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ROTULO-REL            PIC X(35)   VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB-PARC.
           05  FILLER                PIC X(90)   VALUE
           "PARC VENCIMENTO     VALOR PARCELA      ENCARGOS      DESCONT
      -    "O   VALOR QUITACAO   RECIBO".

       01  LINPAR.
           05  PARCELA-PAR-REL       PIC Z9      VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  DATA-VCTO-PAR-REL     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-PAR-REL         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ENCARGOS-PAR-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCONTO-PAR-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  QUITACAO-PAR-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  RECIBO-PAR-REL        PIC ZZZZZZZZ VALUE ZEROS.

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
           MOVE NOME-EMPRESA     TO NOME-EMPRESA-W.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD051" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD051.
           MOVE "COD068" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD068.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD101.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT COD041.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.

           OPEN I-O COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

           OPEN I-O COD051.
           IF   ST-COD051 EQUAL "35"
                CLOSE COD051       OPEN OUTPUT COD051
                CLOSE COD051       OPEN I-O COD051.
           IF   ST-COD051 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD051: " ST-COD051
                MOVE 1 TO ERRO-W.

           OPEN I-O COD068.
           IF   ST-COD068 EQUAL "35"
                CLOSE COD068       OPEN OUTPUT COD068
                CLOSE COD068       OPEN I-O COD068.
           IF   ST-COD068 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD068: " ST-COD068
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           PERFORM CARREGA-CONVENIO.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                PERFORM LE-CONTROLE.

       ABRE-ARQUIVOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARREGA-CONVENIO - primeiro convenio do CXD101, a mesma
      *    tabela de encargos da baixa no COP048.
      *----------------------------------------------------------------
       CARREGA-CONVENIO SECTION.
           OPEN INPUT CXD101.
           IF   ST-CXD101 NOT EQUAL "00"
                MOVE 1 TO SEM-CXD101-W
                DISPLAY "AVISO: SEM CONVENIO CXD101 (" ST-CXD101
                        ") - PARCELA VENCIDA SEM ENCARGOS."
                GO TO CARREGA-CONVENIO-EXIT.

           MOVE ZEROS  TO CODBAN-CX101 CONTA-CX101.
           MOVE SPACES TO CARTEIRA-CX101.
           START CXD101 KEY IS NOT LESS CHAVE-CX101
               INVALID KEY
                   MOVE 1 TO SEM-CXD101-W
               NOT INVALID KEY
                   READ CXD101 NEXT RECORD
                       AT END MOVE 1 TO SEM-CXD101-W
                   END-READ
           END-START.
           CLOSE CXD101.
           IF   SEM-CXD101-W EQUAL 1
                DISPLAY "AVISO: CONVENIO CXD101 VAZIO - PARCELA "
                        "VENCIDA SEM ENCARGOS.".

       CARREGA-CONVENIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-CONTROLE - registro 000000 do COD068 (ultimo numero,
      *    taxa padrao e conta dos descontos); criado zerado na
      *    primeira execucao.
      *----------------------------------------------------------------
       LE-CONTROLE SECTION.
           MOVE ZEROS TO NR-COTACAO-CO68.
           READ COD068
               INVALID KEY
                   INITIALIZE REG-COD068
                   MOVE ZEROS TO NR-COTACAO-CO68
                   WRITE REG-COD068
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CONTROLE COD068: "
                                   ST-COD068
                           MOVE 1 TO ERRO-W
                   END-WRITE
           END-READ.
           MOVE TAXA-MENSAL-CO68    TO TAXA-PADRAO-W.
           MOVE CONTA-DESCONTO-CO68 TO CONTA-DESCONTO-PARM.

       LE-CONTROLE-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "COP088" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "QUITACAO ANTECIPADA DE CONTRATO (COD068)".
           DISPLAY "C-COTACAO L-LIQUIDA X-CANCELA T-TAXA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "C"  WHEN "c"  PERFORM EMITE-COTACAO
               WHEN "L"  WHEN "l"  PERFORM LIQUIDA-COTACAO
               WHEN "X"  WHEN "x"  PERFORM CANCELA-COTACAO
               WHEN "T"  WHEN "t"  PERFORM CONFIGURA-TAXA
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFIGURA-TAXA - taxa mensal padrao do desconto e conta
      *    reduzida dos descontos concedidos, no controle do COD068.
      *----------------------------------------------------------------
       CONFIGURA-TAXA SECTION.
           MOVE ZEROS TO NR-COTACAO-CO68.
           READ COD068
               INVALID KEY
                   DISPLAY "CONTROLE DO COD068 NAO ENCONTRADO."
                   GO TO CONFIGURA-TAXA-EXIT
           END-READ.
           MOVE TAXA-MENSAL-CO68 TO TAXA-EDIT-W.
           DISPLAY "TAXA MENSAL PADRAO ATUAL (%).........: "
                   TAXA-EDIT-W.
           DISPLAY "CONTA REDUZIDA DOS DESCONTOS ATUAL...: "
                   CONTA-DESCONTO-CO68.
           DISPLAY "NOVA TAXA % A.M. (SEM VIRGULA, 4 DEC): "
               WITH NO ADVANCING.
           ACCEPT TAXA-PARM.
           DISPLAY "NOVA CONTA REDUZIDA DOS DESCONTOS....: "
               WITH NO ADVANCING.
           ACCEPT CONTA-DESCONTO-PARM.
           IF   CONTA-DESCONTO-PARM EQUAL ZEROS
                DISPLAY "CONTA REDUZIDA INVALIDA."
                MOVE CONTA-DESCONTO-CO68 TO CONTA-DESCONTO-PARM
                GO TO CONFIGURA-TAXA-EXIT.

           MOVE SPACES              TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE TAXA-EDIT-W         TO ANTERIOR-LOG-W(1:7).
           MOVE CONTA-DESCONTO-CO68 TO ANTERIOR-LOG-W(9:5).
           MOVE TAXA-PARM           TO TAXA-MENSAL-CO68 TAXA-EDIT-W.
           MOVE CONTA-DESCONTO-PARM TO CONTA-DESCONTO-CO68.
           MOVE TAXA-EDIT-W         TO ATUAL-LOG-W(1:7).
           MOVE CONTA-DESCONTO-CO68 TO ATUAL-LOG-W(9:5).
           MOVE USUARIO-PARM        TO USUARIO-CO68.
           REWRITE REG-COD068
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD068: " ST-COD068
                   GO TO CONFIGURA-TAXA-EXIT
           END-REWRITE.
           MOVE TAXA-PARM           TO TAXA-PADRAO-W.
           MOVE "ALTERACAO"         TO LOG3-OPERACAO.
           MOVE "TAXA-MENSAL-CO68"  TO CAMPO-LOG-W.
           PERFORM GRAVA-LOG-COTACAO.
           DISPLAY "TAXA E CONTA GRAVADAS.".

       CONFIGURA-TAXA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EMITE-COTACAO - calcula na tela; confirmada, numera pelo
      *    controle, grava no COD068 e imprime.
      *----------------------------------------------------------------
       EMITE-COTACAO SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           PERFORM LOCALIZA-CONTRATO.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO EMITE-COTACAO-EXIT.

           DISPLAY "DATA DA QUITACAO (AAAAMMDD)..........: "
               WITH NO ADVANCING.
           ACCEPT DATA-BASE-PARM.
           IF   DATA-BASE-PARM LESS DATA-HOJE-W
                DISPLAY "DATA DA QUITACAO ANTERIOR A HOJE."
                GO TO EMITE-COTACAO-EXIT.
           DISPLAY "VALIDA ATE (AAAAMMDD, 0 = QUITACAO)..: "
               WITH NO ADVANCING.
           ACCEPT VALIDADE-PARM.
           IF   VALIDADE-PARM EQUAL ZEROS
                MOVE DATA-BASE-PARM TO VALIDADE-PARM.
           IF   VALIDADE-PARM LESS DATA-HOJE-W
                DISPLAY "VALIDADE ANTERIOR A HOJE."
                GO TO EMITE-COTACAO-EXIT.
           MOVE TAXA-PADRAO-W TO TAXA-EDIT-W.
           DISPLAY "TAXA % A.M. (0 = PADRAO " TAXA-EDIT-W ")....: "
               WITH NO ADVANCING.
           ACCEPT TAXA-PARM.
           IF   TAXA-PARM EQUAL ZEROS
                MOVE TAXA-PADRAO-W TO TAXA-PARM.

           MOVE DATA-BASE-PARM TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W TO DIA-BASE-ABS-W.
           IF   DIA-BASE-ABS-W EQUAL ZEROS
                DISPLAY "DATA DA QUITACAO INVALIDA."
                GO TO EMITE-COTACAO-EXIT.

           MOVE 1 TO MODO-CALC-W.
           PERFORM PROCESSA-PARCELAS.
           IF   QTDE-PARC-W EQUAL ZEROS
                DISPLAY "CONTRATO SEM PARCELAS EM ABERTO."
                GO TO EMITE-COTACAO-EXIT.

           PERFORM APURA-SALDO.
           MOVE ZEROS TO TOTAL-CREDITO-W.
           IF   SALDO-W GREATER ZEROS
                IF   SALDO-W GREATER TOTAL-QUITACAO-W
                     MOVE TOTAL-QUITACAO-W TO TOTAL-CREDITO-W
                ELSE
                     MOVE SALDO-W          TO TOTAL-CREDITO-W
                END-IF
           END-IF.
           COMPUTE TOTAL-LIQUIDO-W = TOTAL-QUITACAO-W - TOTAL-CREDITO-W.
           PERFORM EXIBE-TOTAIS.

           DISPLAY "EMITIR A COTACAO (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "COTACAO NAO EMITIDA."
                GO TO EMITE-COTACAO-EXIT.

           PERFORM NUMERA-COTACAO.
           IF   NR-COTACAO-PARM EQUAL ZEROS
                GO TO EMITE-COTACAO-EXIT.

           INITIALIZE REG-COD068.
           MOVE NR-COTACAO-PARM   TO NR-COTACAO-CO68.
           MOVE CONTRATO-PARM     TO NR-CONTRATO-CO68.
           MOVE CURSO-W           TO CURSO-CO68.
           MOVE TURMA-W           TO TURMA-CO68.
           MOVE CLASSIF-PARM      TO CLASSIF-CLIENTE-CO68.
           MOVE CODIGO-PARM       TO CODIGO-CLIENTE-CO68.
           MOVE DATA-HOJE-W       TO DATA-COTACAO-CO68.
           MOVE DATA-BASE-PARM    TO DATA-BASE-CO68.
           MOVE VALIDADE-PARM     TO DATA-VALIDADE-CO68.
           MOVE TAXA-PARM         TO TAXA-MENSAL-CO68.
           MOVE QTDE-PARC-W       TO QTDE-PARCELAS-CO68.
           MOVE TOTAL-BRUTO-W     TO VALOR-BRUTO-CO68.
           MOVE TOTAL-ENCARGOS-W  TO VALOR-ENCARGOS-CO68.
           MOVE TOTAL-DESCONTO-W  TO VALOR-DESCONTO-CO68.
           MOVE TOTAL-CREDITO-W   TO VALOR-CREDITO-CO68.
           MOVE TOTAL-LIQUIDO-W   TO VALOR-LIQUIDO-CO68.
           MOVE 0                 TO SITUACAO-CO68.
           MOVE USUARIO-PARM      TO USUARIO-CO68.
           WRITE REG-COD068
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD068: " ST-COD068
                   GO TO EMITE-COTACAO-EXIT
           END-WRITE.

           MOVE "INCLUSAO"        TO LOG3-OPERACAO.
           MOVE "VALOR-LIQUIDO-CO68" TO CAMPO-LOG-W.
           MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE TOTAL-LIQUIDO-W   TO VALOR-LOG-W.
           MOVE VALOR-LOG-W       TO ATUAL-LOG-W(1:13).
           MOVE "CONTRATO"        TO ATUAL-LOG-W(15:8).
           MOVE CONTRATO-PARM     TO ATUAL-LOG-W(24:6).
           PERFORM GRAVA-LOG-COTACAO.

           PERFORM IMPRIME-COTACAO.
           DISPLAY "COTACAO No " NR-COTACAO-PARM " IMPRESSA.".

       EMITE-COTACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CONTRATO - primeiro COD041 do numero (curso e turma
      *    vem dele); so contrato vigente tem quitacao.
      *----------------------------------------------------------------
       LOCALIZA-CONTRATO SECTION.
           MOVE ZEROS TO ERRO-W.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO41.
           MOVE SPACES        TO CURSO-CO41 TURMA-CO41.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   MOVE 1 TO ERRO-W
           END-START.
           IF   ERRO-W EQUAL 0
                READ COD041 NEXT RECORD
                    AT END MOVE 1 TO ERRO-W
                END-READ.
           IF   ERRO-W EQUAL 0
           AND  NR-CONTRATO-CO41 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO ERRO-W.
           IF   ERRO-W NOT EQUAL 0
                DISPLAY "CONTRATO NAO ENCONTRADO NO COD041."
                GO TO LOCALIZA-CONTRATO-EXIT.
           IF   SITUACAO-CO41 NOT EQUAL 0
                DISPLAY "CONTRATO CANCELADO OU CONCLUIDO ("
                        SITUACAO-CO41 ")."
                MOVE 1 TO ERRO-W
                GO TO LOCALIZA-CONTRATO-EXIT.
           MOVE CURSO-CO41           TO CURSO-W.
           MOVE TURMA-CO41           TO TURMA-W.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-PARM.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-PARM.

       LOCALIZA-CONTRATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    NUMERA-COTACAO - avanca o ultimo numero no controle.
      *----------------------------------------------------------------
       NUMERA-COTACAO SECTION.
           MOVE ZEROS TO NR-COTACAO-PARM.
           MOVE ZEROS TO NR-COTACAO-CO68.
           READ COD068
               INVALID KEY
                   DISPLAY "CONTROLE DO COD068 NAO ENCONTRADO."
                   GO TO NUMERA-COTACAO-EXIT
           END-READ.
           ADD 1 TO ULTIMO-NR-CO68.
           REWRITE REG-COD068
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CONTROLE COD068: "
                           ST-COD068
                   GO TO NUMERA-COTACAO-EXIT
           END-REWRITE.
           MOVE ULTIMO-NR-CO68 TO NR-COTACAO-PARM.

       NUMERA-COTACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCESSA-PARCELAS - percorre as parcelas do contrato no
      *    COD044 e calcula cada uma em aberto; o que se faz com ela
      *    depende de MODO-CALC-W.
      *----------------------------------------------------------------
       PROCESSA-PARCELAS SECTION.
           MOVE ZEROS TO QTDE-PARC-W TOTAL-BRUTO-W TOTAL-ENCARGOS-W
                         TOTAL-DESCONTO-W TOTAL-QUITACAO-W
                         FIM-VARREDURA-W.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO44.
           MOVE ZEROS         TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM TRATA-PARCELA UNTIL FIM-VARREDURA-TRUE.

       PROCESSA-PARCELAS-EXIT. EXIT.

       TRATA-PARCELA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO TRATA-PARCELA-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO TRATA-PARCELA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO TRATA-PARCELA-EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO TRATA-PARCELA-EXIT.

           PERFORM CALCULA-ENCARGOS.
           PERFORM CALCULA-DESCONTO.
           COMPUTE VALOR-QUITACAO-W = VALOR-CO44 + VALOR-ENCARGOS-W
                                    - VALOR-DESCONTO-W.
           ADD 1                TO QTDE-PARC-W.
           ADD VALOR-CO44       TO TOTAL-BRUTO-W.
           ADD VALOR-ENCARGOS-W TO TOTAL-ENCARGOS-W.
           ADD VALOR-DESCONTO-W TO TOTAL-DESCONTO-W.
           ADD VALOR-QUITACAO-W TO TOTAL-QUITACAO-W.

           MOVE PARCELA-CO44     TO PARCELA-PAR-REL.
           MOVE DATA-VCTO-CO44(7:2) TO DIA-DMA-W.
           MOVE DATA-VCTO-CO44(5:2) TO MES-DMA-W.
           MOVE DATA-VCTO-CO44(1:4) TO ANO-DMA-W.
           MOVE DATA-DMA-R       TO DATA-VCTO-PAR-REL.
           MOVE VALOR-CO44       TO VALOR-PAR-REL.
           MOVE VALOR-ENCARGOS-W TO ENCARGOS-PAR-REL.
           MOVE VALOR-DESCONTO-W TO DESCONTO-PAR-REL.
           MOVE VALOR-QUITACAO-W TO QUITACAO-PAR-REL.
           MOVE ZEROS            TO RECIBO-PAR-REL.

           EVALUATE MODO-CALC-W
               WHEN 1
                   DISPLAY LINPAR
               WHEN 3
                   PERFORM BAIXA-PARCELA
                   WRITE REG-RELAT FROM LINPAR
               WHEN 4
                   WRITE REG-RELAT FROM LINPAR
           END-EVALUATE.

       TRATA-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-ENCARGOS - parcela vencida antes da data da
      *    quitacao: multa do convenio (% sobre a parcela, uma vez) e
      *    juros por dia util de atraso, como no CALCULA-ESPERADO do
      *    COP048.
      *----------------------------------------------------------------
       CALCULA-ENCARGOS SECTION.
           MOVE ZEROS TO VALOR-JUROS-W VALOR-MULTA-W VALOR-ENCARGOS-W
                         DIAS-ATRASO-W.
           IF   SEM-CXD101-W EQUAL 1
                GO TO CALCULA-ENCARGOS-EXIT.
           IF   DATA-BASE-PARM NOT GREATER DATA-VCTO-CO44
                GO TO CALCULA-ENCARGOS-EXIT.

           PERFORM CONTA-DIAS-UTEIS.
           COMPUTE VALOR-JUROS-W = JUROS-DIA-CX101 * DIAS-ATRASO-W.
           COMPUTE VALOR-MULTA-W ROUNDED =
                   VALOR-CO44 * MULTA-CX101 / 100.
           COMPUTE VALOR-ENCARGOS-W = VALOR-JUROS-W + VALOR-MULTA-W.

       CALCULA-ENCARGOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DESCONTO - parcela a vencer depois da data da
      *    quitacao volta a valor presente: VALOR / FATOR, com FATOR =
      *    (1 + i) elevado aos meses cheios de 30 dias, vezes
      *    (1 + i * dias restantes / 30). O desconto e a diferenca.
      *----------------------------------------------------------------
       CALCULA-DESCONTO SECTION.
           MOVE ZEROS TO VALOR-DESCONTO-W.
           MOVE VALOR-CO44 TO VALOR-PRESENTE-W.
           IF   TAXA-PARM EQUAL ZEROS
                GO TO CALCULA-DESCONTO-EXIT.
           IF   DATA-VCTO-CO44 NOT GREATER DATA-BASE-PARM
                GO TO CALCULA-DESCONTO-EXIT.

           MOVE DATA-VCTO-CO44 TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           IF   DIA-ABSOLUTO-W NOT GREATER DIA-BASE-ABS-W
                GO TO CALCULA-DESCONTO-EXIT.
           COMPUTE DIAS-ANTECIPA-W = DIA-ABSOLUTO-W - DIA-BASE-ABS-W.
           DIVIDE DIAS-ANTECIPA-W BY 30 GIVING MESES-CHEIOS-W
                                     REMAINDER DIAS-FRACAO-W.
           MOVE 1 TO FATOR-W.
           PERFORM CAPITALIZA-MES MESES-CHEIOS-W TIMES.
           COMPUTE FATOR-W ROUNDED = FATOR-W *
                   (1 + TAXA-PARM / 100 * DIAS-FRACAO-W / 30).
           COMPUTE VALOR-PRESENTE-W ROUNDED = VALOR-CO44 / FATOR-W.
           COMPUTE VALOR-DESCONTO-W = VALOR-CO44 - VALOR-PRESENTE-W.

       CALCULA-DESCONTO-EXIT. EXIT.

       CAPITALIZA-MES SECTION.
           COMPUTE FATOR-W ROUNDED = FATOR-W * (1 + TAXA-PARM / 100).

       CAPITALIZA-MES-EXIT. EXIT.

       EXIBE-TOTAIS SECTION.
           DISPLAY "PARCELAS EM ABERTO...................: "
                   QTDE-PARC-W.
           MOVE TOTAL-BRUTO-W TO VALOR-EXIBE-W.
           DISPLAY "VALOR DAS PARCELAS...................: "
                   VALOR-EXIBE-W.
           MOVE TOTAL-ENCARGOS-W TO VALOR-EXIBE-W.
           DISPLAY "(+) ENCARGOS DAS VENCIDAS............: "
                   VALOR-EXIBE-W.
           MOVE TOTAL-DESCONTO-W TO VALOR-EXIBE-W.
           DISPLAY "(-) DESCONTO A VALOR PRESENTE........: "
                   VALOR-EXIBE-W.
           MOVE TOTAL-CREDITO-W TO VALOR-EXIBE-W.
           DISPLAY "(-) CREDITO DO CLIENTE (COD051)......: "
                   VALOR-EXIBE-W.
           MOVE TOTAL-LIQUIDO-W TO VALOR-EXIBE-W.
           DISPLAY "VALOR PARA QUITACAO..................: "
                   VALOR-EXIBE-W.

       EXIBE-TOTAIS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-COTACAO - a cotacao impressa para o cliente, no
      *    formato do recibo do COP081V.
      *----------------------------------------------------------------
       IMPRIME-COTACAO SECTION.
           OPEN OUTPUT RELAT.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "COTACAO DE QUITACAO ANTECIPADA No " NR-COTACAO-PARM
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE ALL "=" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           PERFORM IMPRIME-IDENTIFICACAO.
           MOVE TAXA-PARM TO TAXA-EDIT-W.
           MOVE SPACES TO TEXTO-REL.
           STRING "QUITACAO EM: " DATA-BASE-PARM(7:2) "/"
                  DATA-BASE-PARM(5:2) "/" DATA-BASE-PARM(1:4)
                  "   DESCONTO A " TAXA-EDIT-W "% AO MES"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.

           WRITE REG-RELAT FROM CAB-PARC AFTER 2.
           MOVE 4 TO MODO-CALC-W.
           PERFORM PROCESSA-PARCELAS.
           PERFORM IMPRIME-VALORES.

           MOVE SPACES TO TEXTO-REL.
           STRING "COTACAO VALIDA ATE " VALIDADE-PARM(7:2) "/"
                  VALIDADE-PARM(5:2) "/" VALIDADE-PARM(1:4)
                  " - APOS ESSA DATA OS VALORES SERAO REFEITOS."
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           PERFORM IMPRIME-RODAPE.
           CLOSE RELAT.

       IMPRIME-COTACAO-EXIT. EXIT.

       IMPRIME-IDENTIFICACAO SECTION.
           MOVE SPACES TO TEXTO-REL.
           STRING "CLIENTE: " CLASSIF-PARM "-" CODIGO-PARM
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE SPACES TO TEXTO-REL.
           STRING "CONTRATO: " CONTRATO-PARM "  CURSO: " CURSO-W
                  "  TURMA: " TURMA-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.

       IMPRIME-IDENTIFICACAO-EXIT. EXIT.

       IMPRIME-VALORES SECTION.
           MOVE "VALOR DAS PARCELAS EM ABERTO......:" TO ROTULO-REL.
           MOVE TOTAL-BRUTO-W      TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.
           MOVE "(+) ENCARGOS DAS VENCIDAS.........:" TO ROTULO-REL.
           MOVE TOTAL-ENCARGOS-W   TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "(-) DESCONTO A VALOR PRESENTE.....:" TO ROTULO-REL.
           MOVE TOTAL-DESCONTO-W   TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "(-) CREDITO DO CLIENTE UTILIZADO..:" TO ROTULO-REL.
           MOVE TOTAL-CREDITO-W    TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "VALOR PARA QUITACAO...............:" TO ROTULO-REL.
           MOVE TOTAL-LIQUIDO-W    TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.

       IMPRIME-VALORES-EXIT. EXIT.

       IMPRIME-RODAPE SECTION.
           ACCEPT HORA-W FROM TIME.
           MOVE SPACES TO TEXTO-REL.
           STRING "EMITIDO EM " DATA-HOJE-W(7:2) "/"
                  DATA-HOJE-W(5:2) "/" DATA-HOJE-W(1:4)
                  " AS " HORA-W(1:2) ":" HORA-W(3:2)
                  " POR " USUARIO-PARM " (COP088)"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE "ASSINATURA: ____________________________________"
             TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 3.

       IMPRIME-RODAPE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LIQUIDA-COTACAO - recebe a quitacao de uma cotacao emitida
      *    e dentro da validade. As parcelas sao recalculadas com a
      *    data-base e a taxa da cotacao; qualquer diferenca (parcela
      *    baixada, alterada ou reajustada depois da emissao) ou
      *    credito que nao existe mais recusa a liquidacao - emitir
      *    nova cotacao.
      *----------------------------------------------------------------
       LIQUIDA-COTACAO SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "NUMERO DA COTACAO....................: "
               WITH NO ADVANCING.
           ACCEPT NR-COTACAO-PARM.
           IF   NR-COTACAO-PARM EQUAL ZEROS
                DISPLAY "COTACAO INVALIDA."
                GO TO LIQUIDA-COTACAO-EXIT.
           MOVE NR-COTACAO-PARM TO NR-COTACAO-CO68.
           READ COD068
               INVALID KEY
                   DISPLAY "COTACAO NAO ENCONTRADA."
                   GO TO LIQUIDA-COTACAO-EXIT
           END-READ.
           IF   SITUACAO-CO68 NOT EQUAL 0
                DISPLAY "COTACAO JA LIQUIDADA OU CANCELADA ("
                        SITUACAO-CO68 ")."
                GO TO LIQUIDA-COTACAO-EXIT.
           IF   DATA-VALIDADE-CO68 LESS DATA-HOJE-W
                DISPLAY "COTACAO VENCIDA EM " DATA-VALIDADE-CO68
                        " - EMITIR NOVA COTACAO."
                GO TO LIQUIDA-COTACAO-EXIT.

           MOVE NR-CONTRATO-CO68     TO CONTRATO-PARM.
           MOVE CURSO-CO68           TO CURSO-W.
           MOVE TURMA-CO68           TO TURMA-W.
           MOVE CLASSIF-CLIENTE-CO68 TO CLASSIF-PARM.
           MOVE CODIGO-CLIENTE-CO68  TO CODIGO-PARM.
           MOVE DATA-BASE-CO68       TO DATA-BASE-PARM.
           MOVE DATA-VALIDADE-CO68   TO VALIDADE-PARM.
           MOVE TAXA-MENSAL-CO68     TO TAXA-PARM.
           MOVE VALOR-CREDITO-CO68   TO TOTAL-CREDITO-W.
           MOVE VALOR-LIQUIDO-CO68   TO TOTAL-LIQUIDO-W.

           MOVE DATA-BASE-PARM TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W TO DIA-BASE-ABS-W.

           MOVE 2 TO MODO-CALC-W.
           PERFORM PROCESSA-PARCELAS.
           IF   QTDE-PARC-W      NOT EQUAL QTDE-PARCELAS-CO68
           OR   TOTAL-BRUTO-W    NOT EQUAL VALOR-BRUTO-CO68
           OR   TOTAL-ENCARGOS-W NOT EQUAL VALOR-ENCARGOS-CO68
           OR   TOTAL-DESCONTO-W NOT EQUAL VALOR-DESCONTO-CO68
                DISPLAY "PARCELAS MUDARAM DESDE A COTACAO - EMITIR "
                        "NOVA COTACAO."
                GO TO LIQUIDA-COTACAO-EXIT.
           IF   TOTAL-CREDITO-W GREATER ZEROS
                PERFORM APURA-SALDO
                IF   SALDO-W LESS TOTAL-CREDITO-W
                     DISPLAY "CREDITO DO CLIENTE MUDOU DESDE A "
                             "COTACAO - EMITIR NOVA COTACAO."
                     GO TO LIQUIDA-COTACAO-EXIT
                END-IF
           END-IF.
           IF   TOTAL-DESCONTO-W GREATER ZEROS
           AND  CONTA-DESCONTO-PARM EQUAL ZEROS
                DISPLAY "CONTA DOS DESCONTOS NAO CONFIGURADA - "
                        "OPCAO T."
                GO TO LIQUIDA-COTACAO-EXIT.

           MOVE DATA-HOJE-W TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "MES CONTABIL FECHADO - VER CTP001."
                GO TO LIQUIDA-COTACAO-EXIT.

           PERFORM EXIBE-TOTAIS.
           MOVE 1     TO FORMA-PGTO-W.
           MOVE SPACES TO DOCUMENTO-W.
           IF   TOTAL-LIQUIDO-W GREATER ZEROS
                MOVE ZEROS TO FORMA-PGTO-W
                PERFORM SOLICITA-FORMA
                        UNTIL FORMA-PGTO-W GREATER 0 AND LESS 6
                IF   FORMA-PGTO-W NOT EQUAL 1
                     DISPLAY "DOCUMENTO (CHEQUE/NSU/TXID)..........: "
                         WITH NO ADVANCING
                     ACCEPT DOCUMENTO-W
                END-IF
           END-IF.
           DISPLAY "CONFIRMA A LIQUIDACAO (S/N)..........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "LIQUIDACAO NAO EFETUADA."
                GO TO LIQUIDA-COTACAO-EXIT.

           OPEN OUTPUT RELAT.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "TERMO DE QUITACAO ANTECIPADA - COTACAO No "
                  NR-COTACAO-PARM
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE ALL "=" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           PERFORM IMPRIME-IDENTIFICACAO.
           WRITE REG-RELAT FROM CAB-PARC AFTER 2.

           MOVE TOTAL-CREDITO-W TO CREDITO-RESTANTE-W.
           MOVE 3 TO MODO-CALC-W.
           PERFORM PROCESSA-PARCELAS.

           IF   TOTAL-CREDITO-W GREATER ZEROS
                PERFORM DEBITA-CREDITO.
           IF   TOTAL-DESCONTO-W GREATER ZEROS
                PERFORM LANCA-DESCONTO.

           MOVE NR-COTACAO-PARM TO NR-COTACAO-CO68.
           READ COD068
               INVALID KEY
                   DISPLAY "ERRO RELEITURA COD068: " ST-COD068
               NOT INVALID KEY
                   MOVE 1            TO SITUACAO-CO68
                   MOVE DATA-HOJE-W  TO DATA-LIQUIDACAO-CO68
                   MOVE USUARIO-PARM TO USUARIO-CO68
                   REWRITE REG-COD068
                       INVALID KEY
                           DISPLAY "ERRO REGRAVACAO COD068: "
                                   ST-COD068
                   END-REWRITE
           END-READ.
           MOVE "LIQUIDACAO"      TO LOG3-OPERACAO.
           MOVE "SITUACAO-CO68"   TO CAMPO-LOG-W.
           MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0"               TO ANTERIOR-LOG-W(1:1).
           MOVE "1"               TO ATUAL-LOG-W(1:1).
           MOVE TOTAL-LIQUIDO-W   TO VALOR-LOG-W.
           MOVE VALOR-LOG-W       TO ATUAL-LOG-W(3:13).
           MOVE FORMA-PGTO-W      TO ATUAL-LOG-W(17:1).
           MOVE DOCUMENTO-W(1:20) TO ATUAL-LOG-W(19:20).
           PERFORM GRAVA-LOG-COTACAO.

           PERFORM IMPRIME-VALORES.
           MOVE SPACES TO TEXTO-REL.
           STRING "RECEBIDO EM " DATA-HOJE-W(7:2) "/"
                  DATA-HOJE-W(5:2) "/" DATA-HOJE-W(1:4)
                  " - CONTRATO SEM PARCELAS EM ABERTO."
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           PERFORM IMPRIME-RODAPE.
           CLOSE RELAT.
           DISPLAY "CONTRATO " CONTRATO-PARM " QUITADO - "
                   QTDE-PARC-W " PARCELAS BAIXADAS.".

       LIQUIDA-COTACAO-EXIT. EXIT.

       SOLICITA-FORMA SECTION.
           DISPLAY "FORMA (1-DINHEIRO 2-CHEQUE 3-CARTAO 4-PIX "
                   "5-DEPOSITO): " WITH NO ADVANCING.
           ACCEPT FORMA-PGTO-W.
           IF   FORMA-PGTO-W LESS 1 OR GREATER 5
                DISPLAY "FORMA INVALIDA.".

      *----------------------------------------------------------------
      *    BAIXA-PARCELA - baixa da parcela na liquidacao: pago o
      *    valor de quitacao (parcela + encargos - desconto), com o
      *    credito do cliente consumido na ordem das parcelas. Recibo
      *    numerado sem impressao (o termo lista os numeros).
      *----------------------------------------------------------------
       BAIXA-PARCELA SECTION.
           MOVE ZEROS TO CREDITO-PARC-W.
           IF   CREDITO-RESTANTE-W GREATER ZEROS
                IF   CREDITO-RESTANTE-W GREATER VALOR-QUITACAO-W
                     MOVE VALOR-QUITACAO-W   TO CREDITO-PARC-W
                ELSE
                     MOVE CREDITO-RESTANTE-W TO CREDITO-PARC-W
                END-IF
                SUBTRACT CREDITO-PARC-W FROM CREDITO-RESTANTE-W
           END-IF.

           MOVE DATA-HOJE-W      TO DATA-PGTO-CO44.
           MOVE VALOR-QUITACAO-W TO VALOR-PAGO-CO44.
           REWRITE REG-COD044
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD044: " ST-COD044
                           " PARCELA " PARCELA-CO44
                   GO TO BAIXA-PARCELA-EXIT
           END-REWRITE.

           MOVE "BAIXA-QUIT"      TO LOG3-OPERACAO.
           MOVE "DATA-PGTO-CO44"  TO CAMPO-LOG-W.
           MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE DATA-PGTO-CO44    TO ATUAL-LOG-W(1:8).
           MOVE "COTACAO"         TO ATUAL-LOG-W(10:7).
           MOVE NR-COTACAO-PARM   TO ATUAL-LOG-W(18:6).
           PERFORM GRAVA-LOG-PARCELA.

           MOVE "N"              TO MODO-RB.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-RB.
           MOVE PARCELA-CO44     TO PARCELA-RB.
           MOVE CURSO-CO44       TO CURSO-RB.
           MOVE TURMA-CO44       TO TURMA-RB.
           MOVE DATA-VCTO-CO44   TO DATA-VCTO-RB.
           MOVE DATA-PGTO-CO44   TO DATA-PGTO-RB.
           MOVE VALOR-CO44       TO VALOR-PARCELA-RB.
           MOVE VALOR-JUROS-W    TO VALOR-JUROS-RB.
           MOVE VALOR-MULTA-W    TO VALOR-MULTA-RB.
           MOVE VALOR-DESCONTO-W TO VALOR-ABONADO-RB.
           MOVE CREDITO-PARC-W   TO VALOR-CREDITO-RB.
           MOVE VALOR-QUITACAO-W TO VALOR-PAGO-RB.
           MOVE ZEROS            TO VALOR-SOBRA-RB.
           IF   CREDITO-PARC-W EQUAL VALOR-QUITACAO-W
                MOVE 6            TO FORMA-PGTO-RB
           ELSE
                MOVE FORMA-PGTO-W TO FORMA-PGTO-RB.
           MOVE SPACES           TO DOCUMENTO-RB.
           STRING "QUIT " NR-COTACAO-PARM " " DOCUMENTO-W
                  DELIMITED BY SIZE INTO DOCUMENTO-RB.
           MOVE "COP088"         TO PROGRAMA-RB.
           MOVE USUARIO-PARM     TO USUARIO-RB.
           MOVE SPACES           TO MOTIVO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.
           IF   COP081V-RETORNO EQUAL "00"
                MOVE NR-RECIBO-RB TO RECIBO-PAR-REL
           ELSE
                DISPLAY "AVISO: PARCELA " PARCELA-CO44
                        " BAIXADA SEM RECIBO (" COP081V-RETORNO
                        ") - VER COD063.".

       BAIXA-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    DEBITA-CREDITO - debito no COD051 do credito usado na
      *    quitacao, na mecanica do GRAVA-MOVIMENTO do COP061.
      *----------------------------------------------------------------
       DEBITA-CREDITO SECTION.
           MOVE CLASSIF-PARM    TO CLASSIF-CO51.
           MOVE CODIGO-PARM     TO CODIGO-CO51.
           MOVE DATA-HOJE-W     TO DATA-MOV-CO51.
           MOVE 1               TO SEQ-CO51.
           MOVE 1               TO TIPO-MOV-CO51.
           MOVE TOTAL-CREDITO-W TO VALOR-CO51.
           MOVE SPACES          TO ORIGEM-CO51.
           STRING "COP088 " CONTRATO-PARM "/" NR-COTACAO-PARM
                  DELIMITED BY SIZE INTO ORIGEM-CO51.
           MOVE "QUITACAO ANTECIPADA" TO HISTORICO-CO51.
           MOVE USUARIO-PARM    TO USUARIO-CO51.
           MOVE ZEROS TO MOV-GRAVADO-W TENTA-MOV-W.
           PERFORM GRAVA-MOVIMENTO-FISICO
                   UNTIL MOV-GRAVADO-W EQUAL 1
                      OR TENTA-MOV-W GREATER 9999.
           IF   MOV-GRAVADO-W EQUAL 1
                MOVE "CREDITO-CLI"     TO LOG3-OPERACAO
                MOVE "VALOR-CO51"      TO CAMPO-LOG-W
                MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W
                MOVE TIPO-MOV-CO51     TO ATUAL-LOG-W(1:1)
                MOVE VALOR-CO51        TO VALOR-LOG-W
                MOVE VALOR-LOG-W       TO ATUAL-LOG-W(3:13)
                PERFORM GRAVA-LOG-CREDITO
           ELSE
                DISPLAY "ERRO GRAVACAO COD051: " ST-COD051.

       DEBITA-CREDITO-EXIT. EXIT.

       GRAVA-MOVIMENTO-FISICO SECTION.
           WRITE REG-COD051
               INVALID KEY
                   ADD 1 TO SEQ-CO51
                   ADD 1 TO TENTA-MOV-W
               NOT INVALID KEY
                   MOVE 1 TO MOV-GRAVADO-W
           END-WRITE.

       GRAVA-MOVIMENTO-FISICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-DESCONTO - o desconto concedido vai ao CXD100 como
      *    lancamento sem movimento de caixa (TIPO 98 na conta 000,
      *    entra no DRE pela conta reduzida dos descontos), como a
      *    PDD do COP077.
      *----------------------------------------------------------------
       LANCA-DESCONTO SECTION.
           MOVE DATA-HOJE-W         TO DATA-MOV-CX100.
           MOVE 1                   TO SEQ-CX100.
           MOVE 98                  TO TIPO-LCTO-CX100.
           MOVE SPACES              TO HISTORICO-CX100.
           STRING "DESC QUITACAO CTR " CONTRATO-PARM
                  DELIMITED BY SIZE INTO HISTORICO-CX100.
           MOVE SPACES              TO DOCUMENTO-CX100.
           MOVE "QUIT"              TO DOCUMENTO-CX100(1:4).
           MOVE NR-COTACAO-PARM     TO DOCUMENTO-CX100(5:6).
           MOVE TOTAL-DESCONTO-W    TO VALOR-CX100.
           MOVE ZEROS               TO CONTAPART-CX100.
           MOVE CONTA-DESCONTO-PARM TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM        TO USUARIO-CX100.
           MOVE ZEROS               TO CONTA-CAIXA-CX100.
           MOVE ZEROS               TO CENTRO-CUSTO-CX100.
           MOVE ZEROS               TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                GO TO LANCA-DESCONTO-EXIT.

           MOVE "INCLUSAO"          TO LOG3-OPERACAO.
           MOVE USUARIO-PARM        TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W         TO LOG3-PERIODO(1:8).
           MOVE HORA-W              TO LOG3-PERIODO(9:6).
           MOVE "CXD100"            TO LOG3-ARQUIVO.
           MOVE SPACES              TO LOG3-CHAVE-REG.
           MOVE DATA-MOV-CX100      TO LOG3-CHAVE-REG(1:8).
           MOVE SEQ-CX100           TO LOG3-CHAVE-REG(9:6).
           MOVE "VALOR-CX100"       TO LOG3-CAMPO.
           MOVE SPACES              TO LOG3-VALOR-ANTERIOR
                                       LOG3-VALOR-ATUAL.
           MOVE VALOR-CX100         TO VALOR-LOG-W.
           MOVE VALOR-LOG-W         TO LOG3-VALOR-ATUAL(1:13).
           MOVE HISTORICO-CX100     TO LOG3-VALOR-ATUAL(15:26).
           MOVE ZEROS               TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       LANCA-DESCONTO-EXIT. EXIT.

      *    mesma data com outro lancamento: avanca a sequencia
       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CANCELA-COTACAO - cotacao emitida que o cliente nao vai
      *    usar; liquidada nao se cancela.
      *----------------------------------------------------------------
       CANCELA-COTACAO SECTION.
           DISPLAY "NUMERO DA COTACAO....................: "
               WITH NO ADVANCING.
           ACCEPT NR-COTACAO-PARM.
           IF   NR-COTACAO-PARM EQUAL ZEROS
                DISPLAY "COTACAO INVALIDA."
                GO TO CANCELA-COTACAO-EXIT.
           MOVE NR-COTACAO-PARM TO NR-COTACAO-CO68.
           READ COD068
               INVALID KEY
                   DISPLAY "COTACAO NAO ENCONTRADA."
                   GO TO CANCELA-COTACAO-EXIT
           END-READ.
           IF   SITUACAO-CO68 NOT EQUAL 0
                DISPLAY "COTACAO JA LIQUIDADA OU CANCELADA ("
                        SITUACAO-CO68 ")."
                GO TO CANCELA-COTACAO-EXIT.
           MOVE 2            TO SITUACAO-CO68.
           MOVE USUARIO-PARM TO USUARIO-CO68.
           REWRITE REG-COD068
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD068: " ST-COD068
                   GO TO CANCELA-COTACAO-EXIT
           END-REWRITE.
           MOVE "CANCELAMENTO"    TO LOG3-OPERACAO.
           MOVE "SITUACAO-CO68"   TO CAMPO-LOG-W.
           MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0"               TO ANTERIOR-LOG-W(1:1).
           MOVE "2"               TO ATUAL-LOG-W(1:1).
           PERFORM GRAVA-LOG-COTACAO.
           DISPLAY "COTACAO CANCELADA.".

       CANCELA-COTACAO-EXIT. EXIT.

       APURA-SALDO SECTION.
           MOVE ZEROS TO SALDO-W FIM-VARREDURA-W.
           MOVE CLASSIF-PARM TO CLASSIF-CO51.
           MOVE CODIGO-PARM  TO CODIGO-CO51.
           MOVE ZEROS        TO DATA-MOV-CO51 SEQ-CO51.
           START COD051 KEY IS NOT LESS CHAVE-CO51
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM SOMA-MOVIMENTO UNTIL FIM-VARREDURA-TRUE.

       APURA-SALDO-EXIT. EXIT.

       SOMA-MOVIMENTO SECTION.
           READ COD051 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO SOMA-MOVIMENTO-EXIT.
           IF   CLASSIF-CO51 NOT EQUAL CLASSIF-PARM
           OR   CODIGO-CO51 NOT EQUAL CODIGO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO SOMA-MOVIMENTO-EXIT.
           IF   TIPO-MOV-CO51 EQUAL 0
                ADD VALOR-CO51 TO SALDO-W
           ELSE
                SUBTRACT VALOR-CO51 FROM SALDO-W.

       SOMA-MOVIMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONTA-DIAS-UTEIS - dias uteis entre o vencimento (exclusivo)
      *    e a data da quitacao (inclusivo), pelo calendario FED001.
      *----------------------------------------------------------------
       CONTA-DIAS-UTEIS SECTION.
           MOVE DATA-VCTO-CO44 TO DATA-CONTA-W.
           PERFORM CONTA-UM-DIA
                   UNTIL DATA-CONTA-W NOT LESS DATA-BASE-PARM.

       CONTA-DIAS-UTEIS-EXIT. EXIT.

       CONTA-UM-DIA SECTION.
           PERFORM AVANCA-UM-DIA.
           MOVE "T"          TO MODO-FE.
           MOVE DATA-CONTA-W TO DATA-FE.
           CALL "FEP001V" USING PARAMETROS-FEP001V.
           IF   FEP001V-RETORNO EQUAL "00"
                ADD 1 TO DIAS-ATRASO-W.

       CONTA-UM-DIA-EXIT. EXIT.

       AVANCA-UM-DIA SECTION.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           IF   DIA-CONTA-W LESS ULTIMO-DIA-MES-W
                ADD 1 TO DIA-CONTA-W
                GO TO AVANCA-UM-DIA-EXIT.
           MOVE 1 TO DIA-CONTA-W.
           IF   MES-CONTA-W LESS 12
                ADD 1 TO MES-CONTA-W
           ELSE
                MOVE 1 TO MES-CONTA-W
                ADD 1 TO ANO-CONTA-W.

       AVANCA-UM-DIA-EXIT. EXIT.

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
           PERFORM DETERMINA-ULTIMO-DIA-MES.

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

       DETERMINA-ULTIMO-DIA-MES SECTION.
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

           EVALUATE MES-CONTA-W
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
      *    GRAVA-LOG-PARCELA / GRAVA-LOG-CREDITO / GRAVA-LOG-COTACAO -
      *    trilha em LOG003; a liquidacao grava varias no mesmo
      *    segundo, entao GRAVA-LOG-FISICA avanca o periodo na colisao
      *    (como no COP087).
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
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-CREDITO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD051"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CLASSIF-CO51       TO LOG3-CHAVE-REG(1:1).
           MOVE CODIGO-CO51        TO LOG3-CHAVE-REG(2:8).
           MOVE DATA-MOV-CO51      TO LOG3-CHAVE-REG(10:8).
           MOVE SEQ-CO51           TO LOG3-CHAVE-REG(18:3).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-COTACAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD068"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-COTACAO-CO68    TO LOG3-CHAVE-REG(1:6).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
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
           CLOSE COD041 COD044 COD051 COD068 CXD100 LOG003.

       END PROGRAM COP088.
