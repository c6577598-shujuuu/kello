       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGP016.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: VARREDURA PERIODICA DE EXCECOES DE CAIXA E RECEBIVEIS -
      *        PADROES QUE MERECEM UMA SEGUNDA OLHADA, CADA UM UMA
      *        REGRA DO LOG016 QUE SE LIGA/DESLIGA COM LIMITE PROPRIO
      *        (OPCAO R; A PRIMEIRA ENTRADA CRIA AS REGRAS DE
      *        FABRICA). 01 LANCAMENTO DO CXD100 INCLUIDO, ALTERADO
      *        OU EXCLUIDO DEPOIS DO FECHAMENTO DO DIA DA CONTA NO
      *        CXP102 (TRILHA "FECHAMENTO" DO CXD111); 02 LANCAMENTO
      *        DIGITADO COM DATA RETROATIVA ALEM DA TOLERANCIA; 03
      *        LANCAMENTO DE CAIXA DE VALOR REDONDO ACIMA DO LIMITE;
      *        04 ABONOS DE JUROS/MULTA (COD049) CONCENTRADOS EM UM
      *        OPERADOR; 05 PARCELA DO COD044 BAIXADA E DEPOIS
      *        REABERTA; 06 DEVOLUCAO DE CANCELAMENTO (COD047) PAGA
      *        NUMA CONTA BANCARIA (CPD023) QUE TAMBEM E DE OUTRO
      *        CLIENTE. CADA OCORRENCIA SAI COM O USUARIO, O PROGRAMA
      *        (SESSAO DO USD003 QUANDO HA; SENAO O DONO DA OPERACAO)
      *        E OS REGISTROS DO LOG003 QUE A SUSTENTAM. LANCAMENTO
      *        SEM CAIXA (TIPO 48/98) FICA FORA DAS REGRAS 01 A 03.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LOGX003.

           COPY LOGX016.

           COPY CXPX100.

           COPY CXPX111.

           COPY COPX047.

           COPY COPX049.

           COPY CPPX020.

           COPY CPPX023.

           COPY USPX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LOGW003.

           COPY LOGW016.

           COPY CXPW100.

           COPY CXPW111.

           COPY COPW047.

           COPY COPW049.

           COPY CPPW020.

           COPY CPPW023.

           COPY USPW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(110).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG016             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD111             PIC XX       VALUE SPACES.
           05  ST-COD047             PIC XX       VALUE SPACES.
           05  ST-COD049             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-USD003             PIC XX       VALUE SPACES.
           05  SEM-CXD100-W          PIC 9        VALUE ZEROS.
           05  SEM-CXD111-W          PIC 9        VALUE ZEROS.
           05  SEM-COD047-W          PIC 9        VALUE ZEROS.
           05  SEM-COD049-W          PIC 9        VALUE ZEROS.
           05  SEM-CPD020-W          PIC 9        VALUE ZEROS.
           05  SEM-CPD023-W          PIC 9        VALUE ZEROS.
           05  SEM-USD003-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-LEITURA-W         PIC 9        VALUE ZEROS.
              88  FIM-LEITURA-TRUE      VALUE 1.
           05  FIM-BUSCA-W           PIC 9        VALUE ZEROS.
              88  FIM-BUSCA-TRUE        VALUE 1.
           05  FIM-CHAVE-W           PIC 9        VALUE ZEROS.
              88  FIM-CHAVE-TRUE        VALUE 1.
           05  FIM-SESSAO-W          PIC 9        VALUE ZEROS.
              88  FIM-SESSAO-TRUE       VALUE 1.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
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
           05  CODIGO-PARM           PIC 9(2)     VALUE ZEROS.
           05  DATA-INICIAL-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-FINAL-W          PIC 9(8)     VALUE ZEROS.
           05  PERIODO-INICIAL-W     PIC 9(14)    VALUE ZEROS.
           05  PERIODO-FINAL-W       PIC 9(14)    VALUE ZEROS.
           05  ANTES-LOG-W           PIC X(40)    VALUE SPACES.
           05  IND-REGRA-W           PIC 9(2)     VALUE ZEROS.
           05  IND-PADRAO-W          PIC 9(2)     VALUE ZEROS.
           05  QTDE-TR-W             PIC 9(5)     VALUE ZEROS COMP.
           05  QTDE-FE-W             PIC 9(5)     VALUE ZEROS COMP.
           05  QTDE-BX-W             PIC 9(5)     VALUE ZEROS COMP.
           05  QTDE-OP-W             PIC 9(3)     VALUE ZEROS COMP.
           05  TR-ACHADO-W           PIC 9(5)     VALUE ZEROS COMP.
           05  AVISO-LIMITE-W        PIC 9        VALUE ZEROS.
           05  MENOR-DATA-W          PIC 9(8)     VALUE ZEROS.
           05  DATA-LCTO-W           PIC 9(8)     VALUE ZEROS.
           05  CONTA-LCTO-W          PIC 9(3)     VALUE ZEROS.
           05  CONTA-LCTO-X-W REDEFINES CONTA-LCTO-W PIC X(3).
           05  ACHOU-LCTO-W          PIC 9        VALUE ZEROS.
           05  MODULO-W              PIC 9(6)     VALUE ZEROS.
           05  QUOCIENTE-W           PIC 9(8)     VALUE ZEROS.
           05  RESTO-W               PIC 9(6)V99  VALUE ZEROS.
           05  LIMITE-DIAS-W         PIC 9(5)     VALUE ZEROS.
           05  DIFERENCA-DIAS-W      PIC S9(7)    VALUE ZEROS.
           05  DIAS-A-W              PIC 9(7)     VALUE ZEROS.
           05  TOTAL-ABONOS-W        PIC 9(7)     VALUE ZEROS.
           05  PERC-W                PIC 9(3)V99  VALUE ZEROS.
           05  QTDE-EVID-W           PIC 9(5)     VALUE ZEROS.
           05  QTDE-TOTAL-W          PIC 9(5)     VALUE ZEROS.
           05  FORNEC-DEVOL-W        PIC 9(6)     VALUE ZEROS.
           05  CONTA-DEVOL-W.
               10  CODBAN-DEVOL-W    PIC 9(3).
               10  AGENCIA-DEVOL-W   PIC 9(4).
               10  CONTA-BCO-DEVOL-W PIC 9(8).
               10  DIG-DEVOL-W       PIC X(1).
           05  CONTA-OUTRO-W.
               10  CODBAN-OUTRO-W    PIC 9(3).
               10  AGENCIA-OUTRO-W   PIC 9(4).
               10  CONTA-BCO-OUTRO-W PIC 9(8).
               10  DIG-OUTRO-W       PIC X(1).
           05  ARQUIVO-BUSCA-W       PIC X(8)     VALUE SPACES.
           05  CHAVE-BUSCA-W         PIC X(20)    VALUE SPACES.
           05  TAM-BUSCA-W           PIC 9(2)     VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  PERC-EXIBE-W          PIC ZZ9,99.
           05  QTDE-EXIBE-W          PIC ZZZZ9.
           05  MINIMO-EXIBE-W        PIC ZZZ9.
      *    CALCULA-DIAS - dias corridos desde uma origem fixa, para
      *    diferenca entre datas sem FUNCTION intrinseca
           05  DATA-DIAS-W           PIC 9(8)     VALUE ZEROS.
           05  DIAS-W                PIC 9(7)     VALUE ZEROS.
           05  ANO-D                 PIC 9(4)     VALUE ZEROS.
           05  MES-D                 PIC 9(2)     VALUE ZEROS.
           05  DIA-D                 PIC 9(2)     VALUE ZEROS.
           05  QUOC1-D               PIC 9(4)     VALUE ZEROS.
           05  QUOC2-D               PIC 9(4)     VALUE ZEROS.
           05  QUOC3-D               PIC 9(4)     VALUE ZEROS.
           05  QUOC4-D               PIC 9(4)     VALUE ZEROS.
           COPY "PARAMETR".

      *    regras de fabrica: codigo, descricao, ativa, limite
      *    9(8)V99 e minimo 9(4), na ordem do registro LOG016
       01  TAB-PADRAO-DADOS.
           05  FILLER PIC X(42) VALUE
               "01LANCAMENTO DE CAIXA APOS O FECHAMENTO   ".
           05  FILLER PIC X(15) VALUE "S00000000000000".
           05  FILLER PIC X(42) VALUE
               "02LANCAMENTO DE CAIXA COM DATA RETROATIVA ".
           05  FILLER PIC X(15) VALUE "S00000003000000".
           05  FILLER PIC X(42) VALUE
               "03LANCAMENTO DE CAIXA DE VALOR REDONDO    ".
           05  FILLER PIC X(15) VALUE "S00001000000100".
           05  FILLER PIC X(42) VALUE
               "04ABONO DE JUROS/MULTA CONCENTRADO        ".
           05  FILLER PIC X(15) VALUE "S00000050000005".
           05  FILLER PIC X(42) VALUE
               "05PARCELA BAIXADA E DEPOIS REABERTA       ".
           05  FILLER PIC X(15) VALUE "S00000000000000".
           05  FILLER PIC X(42) VALUE
               "06DEVOLUCAO PARA CONTA DE OUTRO CLIENTE   ".
           05  FILLER PIC X(15) VALUE "S00000000000000".
       01  TAB-PADRAO REDEFINES TAB-PADRAO-DADOS.
           05  ITEM-PADRAO           PIC X(57)    OCCURS 6 TIMES.

      *    dono de cada operacao gravada no LOG003, para nomear o
      *    programa quando nao ha sessao do usuario no USD003;
      *    operacao/campo em branco = qualquer
       01  TAB-ORIGEM-DADOS.
           05  FILLER PIC X(40) VALUE
               "CXD100  INCLUSAO    CONTA-CAIXA-CX100   ".
           05  FILLER PIC X(08) VALUE "CXP109  ".
           05  FILLER PIC X(40) VALUE
               "CXD111  FECHAMENTO                      ".
           05  FILLER PIC X(08) VALUE "CXP102  ".
           05  FILLER PIC X(40) VALUE
               "COD044  BAIXA                           ".
           05  FILLER PIC X(08) VALUE "COP048  ".
           05  FILLER PIC X(40) VALUE
               "COD044  ABONO                           ".
           05  FILLER PIC X(08) VALUE "COP048  ".
           05  FILLER PIC X(40) VALUE
               "COD044  REABERTURA                      ".
           05  FILLER PIC X(08) VALUE "CXP114  ".
           05  FILLER PIC X(40) VALUE
               "COD044  ESTORNO                         ".
           05  FILLER PIC X(08) VALUE "CXP132  ".
           05  FILLER PIC X(40) VALUE
               "COD044  BAIXA-CBK                       ".
           05  FILLER PIC X(08) VALUE "CXP132  ".
           05  FILLER PIC X(40) VALUE
               "COD044  BAIXA-PIX                       ".
           05  FILLER PIC X(08) VALUE "CXP119  ".
           05  FILLER PIC X(40) VALUE
               "COD044  BAIXA-DEBAUT                    ".
           05  FILLER PIC X(08) VALUE "COP085  ".
           05  FILLER PIC X(40) VALUE
               "COD044  BAIXA-QUIT                      ".
           05  FILLER PIC X(08) VALUE "COP088  ".
           05  FILLER PIC X(40) VALUE
               "COD044  BAIXA-CRED                      ".
           05  FILLER PIC X(08) VALUE "COP061  ".
           05  FILLER PIC X(40) VALUE
               "COD041  ALTERACAO   SITUACAO-CO41       ".
           05  FILLER PIC X(08) VALUE "COP054  ".
           05  FILLER PIC X(40) VALUE
               "CPD023                                  ".
           05  FILLER PIC X(08) VALUE "CPP029  ".
       01  TAB-ORIGEM REDEFINES TAB-ORIGEM-DADOS.
           05  ORIGEM-OCR OCCURS 13 TIMES INDEXED BY OR-IDX.
               10  ARQUIVO-OR        PIC X(8).
               10  OPERACAO-OR       PIC X(12).
               10  CAMPO-OR          PIC X(20).
               10  PROGRAMA-OR       PIC X(8).

      *    regras lidas do LOG016 para a varredura
       01  TAB-REGRA.
           05  REGRA-OCR OCCURS 6 TIMES.
               10  DESCRICAO-RG      PIC X(40).
               10  ATIVA-RG          PIC X(1).
               10  LIMITE-RG         PIC 9(8)V99.
               10  MINIMO-RG         PIC 9(4).
               10  QTDE-RG           PIC 9(5).
               10  SITUACAO-RG       PIC X(30).

      *    trilha dos lancamentos de caixa (LOG003 do CXD100) no
      *    periodo, na ordem de gravacao
       01  TAB-TRILHA.
           05  TR-OCR OCCURS 5000 TIMES INDEXED BY TR-IDX.
               10  USUARIO-TR        PIC X(5).
               10  PERIODO-TR        PIC 9(14).
               10  OPERACAO-TR       PIC X(12).
               10  CHAVE-TR          PIC X(20).
               10  CAMPO-TR          PIC X(20).

      *    fechamentos de conta/dia (LOG003 "FECHAMENTO" do CXD111)
       01  TAB-FECHA.
           05  FE-OCR OCCURS 5000 TIMES INDEXED BY FE-IDX.
               10  USUARIO-FE        PIC X(5).
               10  PERIODO-FE        PIC 9(14).
               10  CHAVE-FE          PIC X(20).

      *    ultima baixa de cada parcela vista na trilha do COD044
       01  TAB-BAIXA.
           05  BX-OCR OCCURS 5000 TIMES INDEXED BY BX-IDX.
               10  CHAVE-BX          PIC X(8).
               10  USUARIO-BX        PIC X(5).
               10  PERIODO-BX        PIC 9(14).
               10  OPERACAO-BX       PIC X(12).
               10  CAMPO-BX          PIC X(20).

      *    abonos do periodo por operador (COD049)
       01  TAB-OPERADOR.
           05  OP-OCR OCCURS 200 TIMES INDEXED BY OP-IDX.
               10  USUARIO-OP        PIC X(5).
               10  QTDE-OP           PIC 9(5).
               10  VALOR-OP          PIC 9(11)V99.

      *    registro do LOG003 que sustenta a ocorrencia
       01  EVIDENCIA-W.
           05  USUARIO-EV            PIC X(5).
           05  PERIODO-EV            PIC 9(14).
           05  OPERACAO-EV           PIC X(12).
           05  ARQUIVO-EV            PIC X(8).
           05  CHAVE-EV              PIC X(20).
           05  CAMPO-EV              PIC X(20).

       01  OCORRENCIA-HIT-W.
           05  USUARIO-HIT           PIC X(5).
           05  PROGRAMA-HIT          PIC X(8).
           05  DOCUMENTO-HIT         PIC X(20).
           05  TEXTO-HIT             PIC X(70).

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  LINHA-W                   PIC X(110)   VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(90)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(50)   VALUE
           "EXCECOES DE CAIXA E RECEBIVEIS - PERIODO DE".
           05  DATA-INICIAL-REL      PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  DATA-FINAL-REL        PIC 9(8)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(110)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(37)   VALUE
               "  USUAR PROGRAMA DOCUMENTO".
           05  FILLER                PIC X(73)   VALUE
               "OCORRENCIA / REGISTROS DO LOG003 QUE A SUSTENTAM".

       01  LINREGRA.
           05  FILLER                PIC X(6)    VALUE "REGRA ".
           05  CODIGO-REGRA-REL      PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " - ".
           05  DESCRICAO-REGRA-REL   PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LIMITE-REGRA-REL      PIC X(50)   VALUE SPACES.

       01  LINHIT.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  USUARIO-REL           PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PROGRAMA-REL          PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DOCUMENTO-REL         PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TEXTO-REL             PIC X(70)   VALUE SPACES.

       01  LINLOG.
           05  FILLER                PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(7)    VALUE "LOG003 ".
           05  DATA-LOG-REL          PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  HORA-LOG-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  USUARIO-LOG-REL       PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OPERACAO-LOG-REL      PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ARQUIVO-LOG-REL       PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CHAVE-LOG-REL         PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CAMPO-LOG-REL         PIC X(20)   VALUE SPACES.

       01  LINNOTA.
           05  FILLER                PIC X(8)    VALUE SPACES.
           05  TEXTO-NOTA-REL        PIC X(90)   VALUE SPACES.

       01  LINRES.
           05  FILLER                PIC X(6)    VALUE "REGRA ".
           05  CODIGO-RES-REL        PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-RES-REL     PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-RES-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-RES-REL      PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
                IF   FIM-PROGRAMA-W EQUAL 0
                     PERFORM CARGA-PADRAO
                             VARYING IND-PADRAO-W FROM 1 BY 1
                             UNTIL IND-PADRAO-W GREATER 6
                END-IF
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
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           MOVE "LOG016" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG016.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD111" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD111.
           MOVE "COD047" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD047.
           MOVE "COD049" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD049.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD023" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD023.
           MOVE "USD003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD003.
           CLOSE CONTROLE.

           OPEN I-O LOG016.
           IF   ST-LOG016 EQUAL "35"
                CLOSE LOG016       OPEN OUTPUT LOG016
                CLOSE LOG016       OPEN I-O LOG016.
           IF   ST-LOG016 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG016: " ST-LOG016
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

      *    arquivos de movimento: o que ainda nao existe so deixa a
      *    regra que depende dele sem avaliar
           OPEN INPUT CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                MOVE 1 TO SEM-CXD100-W.
           OPEN INPUT CXD111.
           IF   ST-CXD111 NOT EQUAL "00"
                MOVE 1 TO SEM-CXD111-W.
           OPEN INPUT COD047.
           IF   ST-COD047 NOT EQUAL "00"
                MOVE 1 TO SEM-COD047-W.
           OPEN INPUT COD049.
           IF   ST-COD049 NOT EQUAL "00"
                MOVE 1 TO SEM-COD049-W.
           OPEN INPUT CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                MOVE 1 TO SEM-CPD020-W.
           OPEN INPUT CPD023.
           IF   ST-CPD023 NOT EQUAL "00"
                MOVE 1 TO SEM-CPD023-W.
           OPEN INPUT USD003.
           IF   ST-USD003 NOT EQUAL "00"
                MOVE 1 TO SEM-USD003-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "LOGP016" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       SOLICITA-USUARIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARGA-PADRAO - grava a regra de fabrica que ainda nao existe
      *    no LOG016; a regra ja cadastrada fica como esta.
      *----------------------------------------------------------------
       CARGA-PADRAO SECTION.
           MOVE SPACES TO REG-LOG016.
           MOVE ITEM-PADRAO (IND-PADRAO-W) TO REG-LOG016(1:57).
           MOVE USUARIO-PARM TO USUARIO-LOG16.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-LOG16.
           MOVE SPACES       TO ANTES-LOG-W.
           WRITE REG-LOG016
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-REGRA
           END-WRITE.

       CARGA-PADRAO-EXIT. EXIT.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "EXCECOES DE CAIXA E RECEBIVEIS (LOG016)".
           DISPLAY "V-VARREDURA L-LISTA REGRAS R-ALTERA REGRA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "V"  WHEN "v"  PERFORM VARREDURA
               WHEN "L"  WHEN "l"  PERFORM LISTA-REGRAS
               WHEN "R"  WHEN "r"  PERFORM ALTERA-REGRA
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       LISTA-REGRAS SECTION.
           MOVE ZEROS TO CODIGO-LOG16 FIM-LEITURA-W.
           START LOG016 KEY IS NOT LESS CODIGO-LOG16
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LISTA-UMA-REGRA UNTIL FIM-LEITURA-TRUE.

       LISTA-REGRAS-EXIT. EXIT.

       LISTA-UMA-REGRA SECTION.
           READ LOG016 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LISTA-UMA-REGRA-EXIT.
           MOVE LIMITE-LOG16 TO VALOR-EXIBE-W.
           MOVE MINIMO-LOG16 TO MINIMO-EXIBE-W.
           DISPLAY CODIGO-LOG16 " " ATIVA-LOG16 " " DESCRICAO-LOG16
                   " LIM " VALOR-EXIBE-W " MIN " MINIMO-EXIBE-W.

       LISTA-UMA-REGRA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ALTERA-REGRA - liga/desliga a regra e ajusta limite e
      *    minimo; o significado de cada um depende da regra (ver
      *    LOGW016).
      *----------------------------------------------------------------
       ALTERA-REGRA SECTION.
           DISPLAY "CODIGO DA REGRA......................: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           MOVE CODIGO-PARM TO CODIGO-LOG16.
           READ LOG016
               INVALID KEY
                   DISPLAY "REGRA NAO CADASTRADA."
                   GO TO ALTERA-REGRA-EXIT
           END-READ.
           MOVE LIMITE-LOG16 TO VALOR-EXIBE-W.
           MOVE MINIMO-LOG16 TO MINIMO-EXIBE-W.
           DISPLAY "ATUAL: " DESCRICAO-LOG16 " " ATIVA-LOG16
                   " LIM " VALOR-EXIBE-W " MIN " MINIMO-EXIBE-W.
           MOVE SPACES        TO ANTES-LOG-W.
           MOVE ATIVA-LOG16   TO ANTES-LOG-W(1:1).
           MOVE VALOR-EXIBE-W TO ANTES-LOG-W(3:17).
           MOVE MINIMO-LOG16  TO ANTES-LOG-W(21:4).

           DISPLAY "LIGADA (S/N).........................: "
               WITH NO ADVANCING.
           ACCEPT ATIVA-LOG16.
           IF   ATIVA-LOG16 EQUAL "s"
                MOVE "S" TO ATIVA-LOG16.
           IF   ATIVA-LOG16 EQUAL "n"
                MOVE "N" TO ATIVA-LOG16.
           IF   ATIVA-LOG16 NOT EQUAL "S" AND "N"
                DISPLAY "INFORME S OU N."
                GO TO ALTERA-REGRA-EXIT.
           DISPLAY "LIMITE (SEM VIRGULA, 2 DEC)..........: "
               WITH NO ADVANCING.
           ACCEPT LIMITE-LOG16.
           DISPLAY "MINIMO...............................: "
               WITH NO ADVANCING.
           ACCEPT MINIMO-LOG16.
           MOVE USUARIO-PARM TO USUARIO-LOG16.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-LOG16.
           REWRITE REG-LOG016
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO LOG016: " ST-LOG016
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-REGRA
                   DISPLAY "REGRA ALTERADA."
           END-REWRITE.

       ALTERA-REGRA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VARREDURA - periodo pela data de gravacao da trilha (e pela
      *    data do movimento no CXD100/COD049/COD047); cada regra
      *    ligada imprime a sua secao e o resumo fecha o relatorio.
      *----------------------------------------------------------------
       VARREDURA SECTION.
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD).....: "
               WITH NO ADVANCING.
           ACCEPT DATA-INICIAL-W.
           DISPLAY "DATA FINAL   DO PERIODO (AAAAMMDD).....: "
               WITH NO ADVANCING.
           ACCEPT DATA-FINAL-W.
           IF   DATA-INICIAL-W EQUAL ZEROS
           OR   DATA-FINAL-W LESS DATA-INICIAL-W
                DISPLAY "PERIODO INVALIDO."
                GO TO VARREDURA-EXIT.
           COMPUTE PERIODO-INICIAL-W = DATA-INICIAL-W * 1000000.
           COMPUTE PERIODO-FINAL-W   = DATA-FINAL-W * 1000000 + 235959.
           MOVE DATA-INICIAL-W TO DATA-INICIAL-REL.
           MOVE DATA-FINAL-W   TO DATA-FINAL-REL.

           PERFORM CARREGA-REGRA
                   VARYING IND-REGRA-W FROM 1 BY 1
                   UNTIL IND-REGRA-W GREATER 6.

           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAG-W QTDE-TOTAL-W.
           PERFORM CABECALHO.

           MOVE ZEROS TO QTDE-TR-W QTDE-FE-W.
           IF   ATIVA-RG (1) EQUAL "S"
           OR   ATIVA-RG (2) EQUAL "S"
           OR   ATIVA-RG (3) EQUAL "S"
                PERFORM CARREGA-TRILHA-CAIXA.

           PERFORM REGRA-POS-FECHAMENTO.
           PERFORM REGRA-RETROATIVO.
           PERFORM REGRA-VALOR-REDONDO.
           PERFORM REGRA-ABONO.
           PERFORM REGRA-REABERTURA.
           PERFORM REGRA-DEVOLUCAO.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELAT.
           MOVE QTDE-TOTAL-W TO QTDE-EXIBE-W.
           DISPLAY "VARREDURA IMPRESSA - " QTDE-EXIBE-W
                   " OCORRENCIA(S).".

       VARREDURA-EXIT. EXIT.

       CARREGA-REGRA SECTION.
           MOVE IND-REGRA-W TO CODIGO-LOG16.
           MOVE ZEROS  TO QTDE-RG (IND-REGRA-W).
           MOVE SPACES TO SITUACAO-RG (IND-REGRA-W).
           READ LOG016
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-RG (IND-REGRA-W)
                   MOVE "N"    TO ATIVA-RG (IND-REGRA-W)
                   MOVE ZEROS  TO LIMITE-RG (IND-REGRA-W)
                                  MINIMO-RG (IND-REGRA-W)
               NOT INVALID KEY
                   MOVE DESCRICAO-LOG16 TO DESCRICAO-RG (IND-REGRA-W)
                   MOVE ATIVA-LOG16     TO ATIVA-RG (IND-REGRA-W)
                   MOVE LIMITE-LOG16    TO LIMITE-RG (IND-REGRA-W)
                   MOVE MINIMO-LOG16    TO MINIMO-RG (IND-REGRA-W)
           END-READ.
           IF   ATIVA-RG (IND-REGRA-W) NOT EQUAL "S"
                MOVE "DESLIGADA" TO SITUACAO-RG (IND-REGRA-W).

       CARREGA-REGRA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARREGA-TRILHA-CAIXA - tudo o que o LOG003 registrou sobre o
      *    CXD100 no periodo (chave = data do movimento + sequencia);
      *    a menor data de movimento vista limita os fechamentos.
      *----------------------------------------------------------------
       CARREGA-TRILHA-CAIXA SECTION.
           MOVE 99999999 TO MENOR-DATA-W.
           MOVE ZEROS    TO AVISO-LIMITE-W FIM-LEITURA-W.
           MOVE "CXD100"          TO LOG3-ARQUIVO.
           MOVE PERIODO-INICIAL-W TO LOG3-PERIODO.
           START LOG003 KEY IS NOT LESS LOG3-CH-ARQUIVO
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LE-TRILHA-CAIXA UNTIL FIM-LEITURA-TRUE.

           IF   ATIVA-RG (1) NOT EQUAL "S"
           OR   QTDE-TR-W EQUAL ZEROS
                GO TO CARREGA-TRILHA-CAIXA-EXIT.
           MOVE ZEROS    TO AVISO-LIMITE-W FIM-LEITURA-W.
           MOVE "CXD111" TO LOG3-ARQUIVO.
           MOVE ZEROS    TO LOG3-PERIODO.
           MOVE MENOR-DATA-W TO LOG3-PERIODO(1:8).
           START LOG003 KEY IS NOT LESS LOG3-CH-ARQUIVO
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LE-FECHAMENTO UNTIL FIM-LEITURA-TRUE.

       CARREGA-TRILHA-CAIXA-EXIT. EXIT.

       LE-TRILHA-CAIXA SECTION.
           READ LOG003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LE-TRILHA-CAIXA-EXIT.
           IF   LOG3-ARQUIVO NOT EQUAL "CXD100"
           OR   LOG3-PERIODO GREATER PERIODO-FINAL-W
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-TRILHA-CAIXA-EXIT.
           IF   QTDE-TR-W NOT LESS 5000
                DISPLAY "AVISO: LIMITE DE 5000 REGISTROS DE TRILHA DO "
                        "CXD100 - REDUZA O PERIODO"
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-TRILHA-CAIXA-EXIT.
           ADD  1 TO QTDE-TR-W.
           SET  TR-IDX TO QTDE-TR-W.
           MOVE LOG3-USUARIO   TO USUARIO-TR (TR-IDX).
           MOVE LOG3-PERIODO   TO PERIODO-TR (TR-IDX).
           MOVE LOG3-OPERACAO  TO OPERACAO-TR (TR-IDX).
           MOVE LOG3-CHAVE-REG TO CHAVE-TR (TR-IDX).
           MOVE LOG3-CAMPO     TO CAMPO-TR (TR-IDX).
           IF   LOG3-CHAVE-REG(1:8) NUMERIC
                MOVE LOG3-CHAVE-REG(1:8) TO DATA-LCTO-W
                IF   DATA-LCTO-W LESS MENOR-DATA-W
                     MOVE DATA-LCTO-W TO MENOR-DATA-W.

       LE-TRILHA-CAIXA-EXIT. EXIT.

       LE-FECHAMENTO SECTION.
           READ LOG003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LE-FECHAMENTO-EXIT.
           IF   LOG3-ARQUIVO NOT EQUAL "CXD111"
           OR   LOG3-PERIODO GREATER PERIODO-FINAL-W
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-FECHAMENTO-EXIT.
           IF   LOG3-OPERACAO NOT EQUAL "FECHAMENTO"
                GO TO LE-FECHAMENTO-EXIT.
           IF   QTDE-FE-W NOT LESS 5000
                DISPLAY "AVISO: LIMITE DE 5000 FECHAMENTOS - "
                        "REDUZA O PERIODO"
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-FECHAMENTO-EXIT.
           ADD  1 TO QTDE-FE-W.
           SET  FE-IDX TO QTDE-FE-W.
           MOVE LOG3-USUARIO   TO USUARIO-FE (FE-IDX).
           MOVE LOG3-PERIODO   TO PERIODO-FE (FE-IDX).
           MOVE LOG3-CHAVE-REG TO CHAVE-FE (FE-IDX).

       LE-FECHAMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGRA-POS-FECHAMENTO (01) - registro da trilha do CXD100
      *    gravado depois do fechamento da conta no dia do movimento.
      *    Lancamento que nao existe mais (excluido) casa com o
      *    fechamento de qualquer conta no dia. Conta/dia fechado
      *    antes da trilha "FECHAMENTO" existir (so o CXD111) sai
      *    marcado para conferir quando a gravacao e de outro dia.
      *----------------------------------------------------------------
       REGRA-POS-FECHAMENTO SECTION.
           MOVE 1 TO IND-REGRA-W.
           PERFORM TITULO-REGRA.
           IF   ATIVA-RG (1) NOT EQUAL "S"
                GO TO REGRA-POS-FECHAMENTO-EXIT.
           PERFORM AVALIA-POS-FECHAMENTO
                   VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX GREATER QTDE-TR-W.

       REGRA-POS-FECHAMENTO-EXIT. EXIT.

       AVALIA-POS-FECHAMENTO SECTION.
           IF   CHAVE-TR (TR-IDX)(1:8) NOT NUMERIC
                GO TO AVALIA-POS-FECHAMENTO-EXIT.
           MOVE CHAVE-TR (TR-IDX)(1:8) TO DATA-LCTO-W.
           PERFORM LE-LANCAMENTO.
           IF   ACHOU-LCTO-W EQUAL 1
           AND  LCTO-NAO-CAIXA-CX100
                GO TO AVALIA-POS-FECHAMENTO-EXIT.

           MOVE ZEROS TO ACHOU-W.
           SET FE-IDX TO 1.
           SEARCH FE-OCR
               AT END
                   CONTINUE
               WHEN FE-IDX GREATER QTDE-FE-W
                   CONTINUE
               WHEN CHAVE-FE (FE-IDX)(4:8) EQUAL CHAVE-TR (TR-IDX)(1:8)
               AND  (ACHOU-LCTO-W EQUAL 0
               OR    CHAVE-FE (FE-IDX)(1:3) EQUAL CONTA-LCTO-X-W)
                   MOVE 1 TO ACHOU-W
           END-SEARCH.

           IF   ACHOU-W EQUAL 1
                IF   PERIODO-FE (FE-IDX) NOT LESS PERIODO-TR (TR-IDX)
                     GO TO AVALIA-POS-FECHAMENTO-EXIT
                END-IF
                PERFORM MONTA-EVIDENCIA-TRILHA
                PERFORM RESOLVE-PROGRAMA
                MOVE CHAVE-TR (TR-IDX)  TO DOCUMENTO-HIT
                MOVE SPACES             TO TEXTO-HIT
                STRING OPERACAO-TR (TR-IDX) DELIMITED BY SPACE
                       " DEPOIS DO FECHAMENTO DA CONTA "
                       CHAVE-FE (FE-IDX)(1:3)
                       " POR " USUARIO-FE (FE-IDX)
                       DELIMITED BY SIZE INTO TEXTO-HIT
                PERFORM IMPRIME-OCORRENCIA
                PERFORM IMPRIME-EVIDENCIA
                MOVE USUARIO-FE (FE-IDX) TO USUARIO-EV
                MOVE PERIODO-FE (FE-IDX) TO PERIODO-EV
                MOVE "FECHAMENTO"        TO OPERACAO-EV
                MOVE "CXD111"            TO ARQUIVO-EV
                MOVE CHAVE-FE (FE-IDX)   TO CHAVE-EV
                MOVE "SOBRA-FALTA-CX111" TO CAMPO-EV
                PERFORM IMPRIME-EVIDENCIA
                GO TO AVALIA-POS-FECHAMENTO-EXIT.

           IF   SEM-CXD111-W EQUAL 1
           OR   ACHOU-LCTO-W EQUAL 0
           OR   PERIODO-TR (TR-IDX)(1:8) NOT GREATER DATA-LCTO-W
                GO TO AVALIA-POS-FECHAMENTO-EXIT.
           MOVE CONTA-LCTO-W TO CONTA-CX111.
           MOVE DATA-LCTO-W  TO DATA-CX111.
           READ CXD111
               INVALID KEY
                   GO TO AVALIA-POS-FECHAMENTO-EXIT
           END-READ.
           PERFORM MONTA-EVIDENCIA-TRILHA.
           PERFORM RESOLVE-PROGRAMA.
           MOVE CHAVE-TR (TR-IDX) TO DOCUMENTO-HIT.
           MOVE SPACES            TO TEXTO-HIT.
           STRING OPERACAO-TR (TR-IDX) DELIMITED BY SPACE
                  " EM DIA JA FECHADO NA CONTA " CONTA-CX111
                  " (FECHAMENTO SEM TRILHA - CONFERIR)"
                  DELIMITED BY SIZE INTO TEXTO-HIT.
           PERFORM IMPRIME-OCORRENCIA.
           PERFORM IMPRIME-EVIDENCIA.

       AVALIA-POS-FECHAMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-LANCAMENTO - CXD100 da chave da trilha corrente; conta
      *    anterior ao campo (branco) vale como conta 001.
      *----------------------------------------------------------------
       LE-LANCAMENTO SECTION.
           MOVE 0 TO ACHOU-LCTO-W.
           MOVE ZEROS TO CONTA-LCTO-W.
           IF   SEM-CXD100-W EQUAL 1
           OR   CHAVE-TR (TR-IDX)(9:6) NOT NUMERIC
                GO TO LE-LANCAMENTO-EXIT.
           MOVE CHAVE-TR (TR-IDX)(1:8) TO DATA-MOV-CX100.
           MOVE CHAVE-TR (TR-IDX)(9:6) TO SEQ-CX100.
           READ CXD100
               INVALID KEY
                   GO TO LE-LANCAMENTO-EXIT
           END-READ.
           MOVE 1 TO ACHOU-LCTO-W.
           IF   CONTA-CAIXA-CX100 NUMERIC
                MOVE CONTA-CAIXA-CX100 TO CONTA-LCTO-W
           ELSE
                MOVE 1 TO CONTA-LCTO-W.

       LE-LANCAMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGRA-RETROATIVO (02) - inclusao no CXD100 com data de
      *    movimento mais de LIMITE dias antes da data em que foi
      *    gravada.
      *----------------------------------------------------------------
       REGRA-RETROATIVO SECTION.
           MOVE 2 TO IND-REGRA-W.
           PERFORM TITULO-REGRA.
           IF   ATIVA-RG (2) NOT EQUAL "S"
                GO TO REGRA-RETROATIVO-EXIT.
           MOVE LIMITE-RG (2) TO LIMITE-DIAS-W.
           PERFORM AVALIA-RETROATIVO
                   VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX GREATER QTDE-TR-W.

       REGRA-RETROATIVO-EXIT. EXIT.

       AVALIA-RETROATIVO SECTION.
           IF   OPERACAO-TR (TR-IDX) NOT EQUAL "INCLUSAO"
           OR   CHAVE-TR (TR-IDX)(1:8) NOT NUMERIC
                GO TO AVALIA-RETROATIVO-EXIT.
           MOVE CHAVE-TR (TR-IDX)(1:8) TO DATA-LCTO-W.
           IF   DATA-LCTO-W NOT LESS PERIODO-TR (TR-IDX)(1:8)
                GO TO AVALIA-RETROATIVO-EXIT.
           MOVE PERIODO-TR (TR-IDX)(1:8) TO DATA-DIAS-W.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-W TO DIAS-A-W.
           MOVE DATA-LCTO-W TO DATA-DIAS-W.
           PERFORM CALCULA-DIAS.
           COMPUTE DIFERENCA-DIAS-W = DIAS-A-W - DIAS-W.
           IF   DIFERENCA-DIAS-W NOT GREATER LIMITE-DIAS-W
                GO TO AVALIA-RETROATIVO-EXIT.
           PERFORM LE-LANCAMENTO.
           IF   ACHOU-LCTO-W EQUAL 1
           AND  LCTO-NAO-CAIXA-CX100
                GO TO AVALIA-RETROATIVO-EXIT.

           PERFORM MONTA-EVIDENCIA-TRILHA.
           PERFORM RESOLVE-PROGRAMA.
           MOVE CHAVE-TR (TR-IDX)    TO DOCUMENTO-HIT.
           MOVE DIFERENCA-DIAS-W     TO QTDE-EXIBE-W.
           MOVE SPACES               TO TEXTO-HIT.
           STRING "MOVIMENTO DE " DATA-LCTO-W " GRAVADO "
                  QTDE-EXIBE-W " DIAS DEPOIS"
                  DELIMITED BY SIZE INTO TEXTO-HIT.
           PERFORM IMPRIME-OCORRENCIA.
           PERFORM IMPRIME-EVIDENCIA.

       AVALIA-RETROATIVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGRA-VALOR-REDONDO (03) - lancamento de caixa do periodo
      *    (data do movimento) com valor a partir de LIMITE e
      *    multiplo exato de MINIMO reais (0 = 100). A trilha vem
      *    da tabela do CXD100; sem ela o lancamento sai mesmo assim.
      *----------------------------------------------------------------
       REGRA-VALOR-REDONDO SECTION.
           MOVE 3 TO IND-REGRA-W.
           PERFORM TITULO-REGRA.
           IF   ATIVA-RG (3) NOT EQUAL "S"
                GO TO REGRA-VALOR-REDONDO-EXIT.
           IF   SEM-CXD100-W EQUAL 1
                MOVE "CXD100 AUSENTE" TO TEXTO-NOTA-REL
                PERFORM IMPRIME-NOTA
                MOVE "CXD100 AUSENTE" TO SITUACAO-RG (3)
                GO TO REGRA-VALOR-REDONDO-EXIT.
           MOVE MINIMO-RG (3) TO MODULO-W.
           IF   MODULO-W EQUAL ZEROS
                MOVE 100 TO MODULO-W.
           MOVE DATA-INICIAL-W TO DATA-MOV-CX100.
           MOVE ZEROS          TO SEQ-CX100 FIM-LEITURA-W.
           START CXD100 KEY IS NOT LESS CHAVE-CX100
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LE-VALOR-REDONDO UNTIL FIM-LEITURA-TRUE.

       REGRA-VALOR-REDONDO-EXIT. EXIT.

       LE-VALOR-REDONDO SECTION.
           READ CXD100 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LE-VALOR-REDONDO-EXIT.
           IF   DATA-MOV-CX100 GREATER DATA-FINAL-W
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-VALOR-REDONDO-EXIT.
           IF   LCTO-NAO-CAIXA-CX100
           OR   VALOR-CX100 LESS LIMITE-RG (3)
           OR   VALOR-CX100 EQUAL ZEROS
                GO TO LE-VALOR-REDONDO-EXIT.
           DIVIDE VALOR-CX100 BY MODULO-W
                  GIVING QUOCIENTE-W REMAINDER RESTO-W.
           IF   RESTO-W NOT EQUAL ZEROS
                GO TO LE-VALOR-REDONDO-EXIT.

           MOVE SPACES TO CHAVE-BUSCA-W.
           MOVE DATA-MOV-CX100 TO CHAVE-BUSCA-W(1:8).
           MOVE SEQ-CX100      TO CHAVE-BUSCA-W(9:6).
           MOVE ZEROS TO TR-ACHADO-W.
           PERFORM PROCURA-TRILHA-LCTO
                   VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX GREATER QTDE-TR-W
                      OR TR-ACHADO-W NOT EQUAL ZEROS.
           IF   TR-ACHADO-W NOT EQUAL ZEROS
                SET TR-IDX TO TR-ACHADO-W
                PERFORM MONTA-EVIDENCIA-TRILHA
                PERFORM RESOLVE-PROGRAMA
           ELSE
                MOVE SPACES TO PROGRAMA-HIT.
           MOVE USUARIO-CX100 TO USUARIO-HIT.
           MOVE CHAVE-BUSCA-W TO DOCUMENTO-HIT.
           MOVE VALOR-CX100   TO VALOR-EXIBE-W.
           MOVE SPACES        TO TEXTO-HIT.
           STRING "VALOR " VALOR-EXIBE-W " " HISTORICO-CX100
                  DELIMITED BY SIZE INTO TEXTO-HIT.
           PERFORM IMPRIME-OCORRENCIA.
           IF   TR-ACHADO-W EQUAL ZEROS
                MOVE "SEM TRILHA EM LOG003 NO PERIODO"
                    TO TEXTO-NOTA-REL
                PERFORM IMPRIME-NOTA
           ELSE
                PERFORM IMPRIME-TRILHA-LCTO
                        VARYING TR-IDX FROM TR-ACHADO-W BY 1
                        UNTIL TR-IDX GREATER QTDE-TR-W.

       LE-VALOR-REDONDO-EXIT. EXIT.

       PROCURA-TRILHA-LCTO SECTION.
           IF   CHAVE-TR (TR-IDX) EQUAL CHAVE-BUSCA-W
                SET TR-ACHADO-W TO TR-IDX.

       PROCURA-TRILHA-LCTO-EXIT. EXIT.

       IMPRIME-TRILHA-LCTO SECTION.
           IF   CHAVE-TR (TR-IDX) EQUAL CHAVE-BUSCA-W
                PERFORM MONTA-EVIDENCIA-TRILHA
                PERFORM IMPRIME-EVIDENCIA.

       IMPRIME-TRILHA-LCTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGRA-ABONO (04) - abonos do COD049 pagos no periodo,
      *    somados por operador; sai o operador com pelo menos
      *    MINIMO abonos e LIMITE por cento ou mais do total, com
      *    cada "ABONO" dele na trilha do COD044.
      *----------------------------------------------------------------
       REGRA-ABONO SECTION.
           MOVE 4 TO IND-REGRA-W.
           PERFORM TITULO-REGRA.
           IF   ATIVA-RG (4) NOT EQUAL "S"
                GO TO REGRA-ABONO-EXIT.
           IF   SEM-COD049-W EQUAL 1
                MOVE "COD049 AUSENTE" TO TEXTO-NOTA-REL
                PERFORM IMPRIME-NOTA
                MOVE "COD049 AUSENTE" TO SITUACAO-RG (4)
                GO TO REGRA-ABONO-EXIT.
           MOVE ZEROS TO QTDE-OP-W TOTAL-ABONOS-W FIM-LEITURA-W
                         AVISO-LIMITE-W.
           MOVE LOW-VALUES TO CHAVE-CO49.
           START COD049 KEY IS NOT LESS CHAVE-CO49
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM ACUMULA-ABONO UNTIL FIM-LEITURA-TRUE.
           IF   TOTAL-ABONOS-W EQUAL ZEROS
                GO TO REGRA-ABONO-EXIT.
           PERFORM AVALIA-OPERADOR
                   VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX GREATER QTDE-OP-W.

       REGRA-ABONO-EXIT. EXIT.

       ACUMULA-ABONO SECTION.
           READ COD049 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO ACUMULA-ABONO-EXIT.
           IF   DATA-PGTO-CO49 LESS DATA-INICIAL-W
           OR   DATA-PGTO-CO49 GREATER DATA-FINAL-W
                GO TO ACUMULA-ABONO-EXIT.
           ADD 1 TO TOTAL-ABONOS-W.

           SET OP-IDX TO 1.
           SEARCH OP-OCR
               AT END
                   PERFORM NOVO-OPERADOR
               WHEN OP-IDX GREATER QTDE-OP-W
                   PERFORM NOVO-OPERADOR
               WHEN USUARIO-OP (OP-IDX) EQUAL USUARIO-CO49
                   ADD 1 TO QTDE-OP (OP-IDX)
                   ADD VALOR-ABONADO-CO49 TO VALOR-OP (OP-IDX)
           END-SEARCH.

       ACUMULA-ABONO-EXIT. EXIT.

       NOVO-OPERADOR SECTION.
           IF   QTDE-OP-W NOT LESS 200
                IF   AVISO-LIMITE-W EQUAL 0
                     MOVE 1 TO AVISO-LIMITE-W
                     DISPLAY "AVISO: LIMITE DE 200 OPERADORES NOS "
                             "ABONOS"
                END-IF
                GO TO NOVO-OPERADOR-EXIT.
           ADD  1 TO QTDE-OP-W.
           SET  OP-IDX TO QTDE-OP-W.
           MOVE USUARIO-CO49       TO USUARIO-OP (OP-IDX).
           MOVE 1                  TO QTDE-OP (OP-IDX).
           MOVE VALOR-ABONADO-CO49 TO VALOR-OP (OP-IDX).

       NOVO-OPERADOR-EXIT. EXIT.

       AVALIA-OPERADOR SECTION.
           IF   QTDE-OP (OP-IDX) LESS MINIMO-RG (4)
                GO TO AVALIA-OPERADOR-EXIT.
           COMPUTE PERC-W = QTDE-OP (OP-IDX) * 100 / TOTAL-ABONOS-W.
           IF   PERC-W LESS LIMITE-RG (4)
                GO TO AVALIA-OPERADOR-EXIT.

           MOVE USUARIO-OP (OP-IDX) TO USUARIO-EV.
           MOVE PERIODO-INICIAL-W   TO PERIODO-EV.
           MOVE "ABONO"             TO OPERACAO-EV.
           MOVE "COD044"            TO ARQUIVO-EV.
           MOVE SPACES              TO CHAVE-EV CAMPO-EV.
           PERFORM RESOLVE-PROGRAMA.
           MOVE QTDE-OP (OP-IDX)    TO QTDE-EXIBE-W.
           MOVE SPACES              TO DOCUMENTO-HIT TEXTO-HIT.
           STRING QTDE-EXIBE-W " ABONO(S)"
                  DELIMITED BY SIZE INTO DOCUMENTO-HIT.
           MOVE PERC-W              TO PERC-EXIBE-W.
           MOVE VALOR-OP (OP-IDX)   TO VALOR-EXIBE-W.
           STRING PERC-EXIBE-W "% DOS ABONOS DO PERIODO - TOTAL "
                  "ABONADO " VALOR-EXIBE-W
                  DELIMITED BY SIZE INTO TEXTO-HIT.
           PERFORM IMPRIME-OCORRENCIA.

           MOVE ZEROS TO QTDE-EVID-W FIM-BUSCA-W.
           MOVE USUARIO-OP (OP-IDX) TO LOG3-USUARIO.
           MOVE PERIODO-INICIAL-W   TO LOG3-PERIODO.
           START LOG003 KEY IS NOT LESS LOG3-CHAVE
               INVALID KEY
                   MOVE 1 TO FIM-BUSCA-W.
           PERFORM LE-ABONO-OPERADOR UNTIL FIM-BUSCA-TRUE.
           IF   QTDE-EVID-W EQUAL ZEROS
                MOVE "SEM TRILHA EM LOG003 NO PERIODO"
                    TO TEXTO-NOTA-REL
                PERFORM IMPRIME-NOTA.

       AVALIA-OPERADOR-EXIT. EXIT.

       LE-ABONO-OPERADOR SECTION.
           READ LOG003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BUSCA-W
                   GO TO LE-ABONO-OPERADOR-EXIT.
           IF   LOG3-USUARIO NOT EQUAL USUARIO-OP (OP-IDX)
           OR   LOG3-PERIODO GREATER PERIODO-FINAL-W
                MOVE 1 TO FIM-BUSCA-W
                GO TO LE-ABONO-OPERADOR-EXIT.
           IF   LOG3-ARQUIVO  NOT EQUAL "COD044"
           OR   LOG3-OPERACAO NOT EQUAL "ABONO"
                GO TO LE-ABONO-OPERADOR-EXIT.
           PERFORM MONTA-EVIDENCIA-LOG.
           PERFORM IMPRIME-EVIDENCIA.
           ADD 1 TO QTDE-EVID-W.

       LE-ABONO-OPERADOR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGRA-REABERTURA (05) - na trilha do COD044 do periodo,
      *    guarda a ultima baixa (operacao BAIXA...) de cada parcela
      *    e, na REABERTURA/ESTORNO, aponta o par. LIMITE = prazo
      *    maximo em dias entre as duas (0 = qualquer, e tambem sai
      *    a reabertura cuja baixa e anterior ao periodo).
      *----------------------------------------------------------------
       REGRA-REABERTURA SECTION.
           MOVE 5 TO IND-REGRA-W.
           PERFORM TITULO-REGRA.
           IF   ATIVA-RG (5) NOT EQUAL "S"
                GO TO REGRA-REABERTURA-EXIT.
           MOVE LIMITE-RG (5) TO LIMITE-DIAS-W.
           MOVE ZEROS TO QTDE-BX-W FIM-LEITURA-W AVISO-LIMITE-W.
           MOVE "COD044"          TO LOG3-ARQUIVO.
           MOVE PERIODO-INICIAL-W TO LOG3-PERIODO.
           START LOG003 KEY IS NOT LESS LOG3-CH-ARQUIVO
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LE-TRILHA-PARCELA UNTIL FIM-LEITURA-TRUE.

       REGRA-REABERTURA-EXIT. EXIT.

       LE-TRILHA-PARCELA SECTION.
           READ LOG003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LE-TRILHA-PARCELA-EXIT.
           IF   LOG3-ARQUIVO NOT EQUAL "COD044"
           OR   LOG3-PERIODO GREATER PERIODO-FINAL-W
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-TRILHA-PARCELA-EXIT.

           IF   LOG3-OPERACAO(1:5) EQUAL "BAIXA"
                PERFORM GUARDA-BAIXA
                GO TO LE-TRILHA-PARCELA-EXIT.
           IF   LOG3-OPERACAO EQUAL "REABERTURA"
           OR   LOG3-OPERACAO EQUAL "ESTORNO"
                PERFORM AVALIA-REABERTURA.

       LE-TRILHA-PARCELA-EXIT. EXIT.

       GUARDA-BAIXA SECTION.
           SET BX-IDX TO 1.
           SEARCH BX-OCR
               AT END
                   PERFORM NOVA-BAIXA
               WHEN BX-IDX GREATER QTDE-BX-W
                   PERFORM NOVA-BAIXA
               WHEN CHAVE-BX (BX-IDX) EQUAL LOG3-CHAVE-REG(1:8)
                   PERFORM ATUALIZA-BAIXA
           END-SEARCH.

       GUARDA-BAIXA-EXIT. EXIT.

       NOVA-BAIXA SECTION.
           IF   QTDE-BX-W NOT LESS 5000
                IF   AVISO-LIMITE-W EQUAL 0
                     MOVE 1 TO AVISO-LIMITE-W
                     DISPLAY "AVISO: LIMITE DE 5000 BAIXAS NA TRILHA "
                             "- REDUZA O PERIODO"
                END-IF
                GO TO NOVA-BAIXA-EXIT.
           ADD 1 TO QTDE-BX-W.
           SET BX-IDX TO QTDE-BX-W.
           PERFORM ATUALIZA-BAIXA.

       NOVA-BAIXA-EXIT. EXIT.

       ATUALIZA-BAIXA SECTION.
           MOVE LOG3-CHAVE-REG(1:8) TO CHAVE-BX (BX-IDX).
           MOVE LOG3-USUARIO        TO USUARIO-BX (BX-IDX).
           MOVE LOG3-PERIODO        TO PERIODO-BX (BX-IDX).
           MOVE LOG3-OPERACAO       TO OPERACAO-BX (BX-IDX).
           MOVE LOG3-CAMPO          TO CAMPO-BX (BX-IDX).

       ATUALIZA-BAIXA-EXIT. EXIT.

       AVALIA-REABERTURA SECTION.
           MOVE ZEROS TO ACHOU-W.
           SET BX-IDX TO 1.
           SEARCH BX-OCR
               AT END
                   CONTINUE
               WHEN BX-IDX GREATER QTDE-BX-W
                   CONTINUE
               WHEN CHAVE-BX (BX-IDX) EQUAL LOG3-CHAVE-REG(1:8)
                   MOVE 1 TO ACHOU-W
           END-SEARCH.
           IF   ACHOU-W EQUAL 0
                IF   LIMITE-DIAS-W NOT EQUAL ZEROS
                     GO TO AVALIA-REABERTURA-EXIT
                END-IF
                PERFORM MONTA-EVIDENCIA-LOG
                PERFORM RESOLVE-PROGRAMA
                MOVE LOG3-CHAVE-REG  TO DOCUMENTO-HIT
                MOVE SPACES          TO TEXTO-HIT
                STRING "BAIXADA EM " LOG3-VALOR-ANTERIOR(1:8)
                       " (ANTES DO PERIODO) E REABERTA - "
                       LOG3-OPERACAO
                       DELIMITED BY SIZE INTO TEXTO-HIT
                PERFORM IMPRIME-OCORRENCIA
                PERFORM IMPRIME-EVIDENCIA
                GO TO AVALIA-REABERTURA-EXIT.

           MOVE LOG3-PERIODO(1:8) TO DATA-DIAS-W.
           PERFORM CALCULA-DIAS.
           MOVE DIAS-W TO DIAS-A-W.
           MOVE PERIODO-BX (BX-IDX)(1:8) TO DATA-DIAS-W.
           PERFORM CALCULA-DIAS.
           COMPUTE DIFERENCA-DIAS-W = DIAS-A-W - DIAS-W.
           IF   LIMITE-DIAS-W NOT EQUAL ZEROS
           AND  DIFERENCA-DIAS-W GREATER LIMITE-DIAS-W
                MOVE SPACES TO CHAVE-BX (BX-IDX)
                GO TO AVALIA-REABERTURA-EXIT.

           PERFORM MONTA-EVIDENCIA-LOG.
           PERFORM RESOLVE-PROGRAMA.
           MOVE LOG3-CHAVE-REG   TO DOCUMENTO-HIT.
           MOVE DIFERENCA-DIAS-W TO QTDE-EXIBE-W.
           MOVE SPACES           TO TEXTO-HIT.
           STRING OPERACAO-BX (BX-IDX) DELIMITED BY SPACE
                  " POR " USUARIO-BX (BX-IDX)
                  " E " DELIMITED BY SIZE
                  LOG3-OPERACAO DELIMITED BY SPACE
                  " POR " LOG3-USUARIO " " QTDE-EXIBE-W
                  " DIA(S) DEPOIS"
                  DELIMITED BY SIZE INTO TEXTO-HIT.
           PERFORM IMPRIME-OCORRENCIA.
           MOVE USUARIO-BX (BX-IDX)  TO USUARIO-EV.
           MOVE PERIODO-BX (BX-IDX)  TO PERIODO-EV.
           MOVE OPERACAO-BX (BX-IDX) TO OPERACAO-EV.
           MOVE "COD044"             TO ARQUIVO-EV.
           MOVE SPACES               TO CHAVE-EV.
           MOVE CHAVE-BX (BX-IDX)    TO CHAVE-EV(1:8).
           MOVE CAMPO-BX (BX-IDX)    TO CAMPO-EV.
           PERFORM IMPRIME-EVIDENCIA.
           PERFORM MONTA-EVIDENCIA-LOG.
           PERFORM IMPRIME-EVIDENCIA.
           MOVE SPACES TO CHAVE-BX (BX-IDX).

       AVALIA-REABERTURA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGRA-DEVOLUCAO (06) - cancelamento do periodo com saldo
      *    devolvido (titulo do COP054 no CPD020) a partir de LIMITE:
      *    a conta bancaria do favorecido no CPD023 e procurada em
      *    todos os outros favorecidos.
      *----------------------------------------------------------------
       REGRA-DEVOLUCAO SECTION.
           MOVE 6 TO IND-REGRA-W.
           PERFORM TITULO-REGRA.
           IF   ATIVA-RG (6) NOT EQUAL "S"
                GO TO REGRA-DEVOLUCAO-EXIT.
           IF   SEM-COD047-W EQUAL 1
           OR   SEM-CPD020-W EQUAL 1
           OR   SEM-CPD023-W EQUAL 1
                MOVE "COD047/CPD020/CPD023 AUSENTE" TO TEXTO-NOTA-REL
                PERFORM IMPRIME-NOTA
                MOVE "COD047/CPD020/CPD023 AUSENTE"
                    TO SITUACAO-RG (6)
                GO TO REGRA-DEVOLUCAO-EXIT.
           MOVE LOW-VALUES TO CHAVE-CO47.
           MOVE ZEROS      TO FIM-LEITURA-W.
           START COD047 KEY IS NOT LESS CHAVE-CO47
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LE-DEVOLUCAO UNTIL FIM-LEITURA-TRUE.

       REGRA-DEVOLUCAO-EXIT. EXIT.

       LE-DEVOLUCAO SECTION.
           READ COD047 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LE-DEVOLUCAO-EXIT.
           IF   DATA-CANCEL-CO47 LESS DATA-INICIAL-W
           OR   DATA-CANCEL-CO47 GREATER DATA-FINAL-W
           OR   VALOR-DEVOLVER-CO47 EQUAL ZEROS
           OR   VALOR-DEVOLVER-CO47 LESS LIMITE-RG (6)
           OR   SEQ-TITULO-CO47 EQUAL ZEROS
                GO TO LE-DEVOLUCAO-EXIT.

           MOVE SEQ-TITULO-CO47 TO SEQ-CAIXA-CP20.
           MOVE 1               TO PARCELA-CP20.
           READ CPD020
               INVALID KEY
                   GO TO LE-DEVOLUCAO-EXIT
           END-READ.
           MOVE FORNECEDOR-CP20 TO FORNECEDOR-CP23 FORNEC-DEVOL-W.
           READ CPD023
               INVALID KEY
                   GO TO LE-DEVOLUCAO-EXIT
           END-READ.
           MOVE CODBAN-CP23     TO CODBAN-DEVOL-W.
           MOVE AGENCIA-CP23    TO AGENCIA-DEVOL-W.
           MOVE CONTA-CP23      TO CONTA-BCO-DEVOL-W.
           MOVE DIG-CONTA-CP23  TO DIG-DEVOL-W.

           MOVE ZEROS TO FORNECEDOR-CP23 FIM-BUSCA-W.
           START CPD023 KEY IS NOT LESS FORNECEDOR-CP23
               INVALID KEY
                   MOVE 1 TO FIM-BUSCA-W.
           PERFORM PROCURA-CONTA-OUTRO UNTIL FIM-BUSCA-TRUE.

       LE-DEVOLUCAO-EXIT. EXIT.

       PROCURA-CONTA-OUTRO SECTION.
           READ CPD023 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BUSCA-W
                   GO TO PROCURA-CONTA-OUTRO-EXIT.
           IF   FORNECEDOR-CP23 EQUAL FORNEC-DEVOL-W
                GO TO PROCURA-CONTA-OUTRO-EXIT.
           MOVE CODBAN-CP23     TO CODBAN-OUTRO-W.
           MOVE AGENCIA-CP23    TO AGENCIA-OUTRO-W.
           MOVE CONTA-CP23      TO CONTA-BCO-OUTRO-W.
           MOVE DIG-CONTA-CP23  TO DIG-OUTRO-W.
           IF   CONTA-OUTRO-W NOT EQUAL CONTA-DEVOL-W
                GO TO PROCURA-CONTA-OUTRO-EXIT.

           MOVE USUARIO-CO47        TO USUARIO-EV.
           MOVE ZEROS               TO PERIODO-EV.
           MOVE DATA-CANCEL-CO47    TO PERIODO-EV(1:8).
           MOVE "ALTERACAO"         TO OPERACAO-EV.
           MOVE "COD041"            TO ARQUIVO-EV.
           MOVE SPACES              TO CHAVE-EV.
           MOVE CHAVE-CO47          TO CHAVE-EV(1:13).
           MOVE "SITUACAO-CO41"     TO CAMPO-EV.
           PERFORM RESOLVE-PROGRAMA.
           MOVE CHAVE-CO47          TO DOCUMENTO-HIT.
           MOVE VALOR-DEVOLVER-CO47 TO VALOR-EXIBE-W.
           MOVE SPACES              TO TEXTO-HIT.
           STRING "DEVOLUCAO " VALOR-EXIBE-W " AO FAVORECIDO "
                  FORNEC-DEVOL-W " - CONTA TAMBEM DE "
                  FORNECEDOR-CP23
                  DELIMITED BY SIZE INTO TEXTO-HIT.
           PERFORM IMPRIME-OCORRENCIA.

           MOVE ZEROS TO QTDE-EVID-W.
           MOVE "COD041"    TO ARQUIVO-BUSCA-W.
           MOVE SPACES      TO CHAVE-BUSCA-W.
           MOVE CHAVE-CO47  TO CHAVE-BUSCA-W(1:13).
           MOVE 13          TO TAM-BUSCA-W.
           PERFORM PROCURA-LOG-CHAVE.
           MOVE "CPD023"    TO ARQUIVO-BUSCA-W.
           MOVE SPACES      TO CHAVE-BUSCA-W.
           MOVE FORNEC-DEVOL-W TO CHAVE-BUSCA-W(1:6).
           MOVE 6           TO TAM-BUSCA-W.
           PERFORM PROCURA-LOG-CHAVE.
           MOVE FORNECEDOR-CP23 TO CHAVE-BUSCA-W(1:6).
           PERFORM PROCURA-LOG-CHAVE.
           IF   QTDE-EVID-W EQUAL ZEROS
                MOVE "SEM TRILHA EM LOG003" TO TEXTO-NOTA-REL
                PERFORM IMPRIME-NOTA.

       PROCURA-CONTA-OUTRO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCURA-LOG-CHAVE - imprime todos os registros do LOG003 do
      *    arquivo ARQUIVO-BUSCA-W cuja chave comeca com os
      *    TAM-BUSCA-W bytes de CHAVE-BUSCA-W, em qualquer data (o
      *    cadastro da conta pode ser bem anterior ao periodo).
      *----------------------------------------------------------------
       PROCURA-LOG-CHAVE SECTION.
           MOVE ZEROS           TO FIM-CHAVE-W.
           MOVE ARQUIVO-BUSCA-W TO LOG3-ARQUIVO.
           MOVE ZEROS           TO LOG3-PERIODO.
           START LOG003 KEY IS NOT LESS LOG3-CH-ARQUIVO
               INVALID KEY
                   GO TO PROCURA-LOG-CHAVE-EXIT.
           PERFORM LE-LOG-CHAVE UNTIL FIM-CHAVE-TRUE.

       PROCURA-LOG-CHAVE-EXIT. EXIT.

       LE-LOG-CHAVE SECTION.
           READ LOG003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CHAVE-W
                   GO TO LE-LOG-CHAVE-EXIT.
           IF   LOG3-ARQUIVO NOT EQUAL ARQUIVO-BUSCA-W
           OR   LOG3-PERIODO GREATER PERIODO-FINAL-W
                MOVE 1 TO FIM-CHAVE-W
                GO TO LE-LOG-CHAVE-EXIT.
           IF   LOG3-CHAVE-REG(1:TAM-BUSCA-W) NOT EQUAL
                CHAVE-BUSCA-W(1:TAM-BUSCA-W)
                GO TO LE-LOG-CHAVE-EXIT.
           PERFORM MONTA-EVIDENCIA-LOG.
           PERFORM IMPRIME-EVIDENCIA.
           ADD 1 TO QTDE-EVID-W.

       LE-LOG-CHAVE-EXIT. EXIT.

       MONTA-EVIDENCIA-TRILHA SECTION.
           MOVE USUARIO-TR (TR-IDX)  TO USUARIO-EV.
           MOVE PERIODO-TR (TR-IDX)  TO PERIODO-EV.
           MOVE OPERACAO-TR (TR-IDX) TO OPERACAO-EV.
           MOVE "CXD100"             TO ARQUIVO-EV.
           MOVE CHAVE-TR (TR-IDX)    TO CHAVE-EV.
           MOVE CAMPO-TR (TR-IDX)    TO CAMPO-EV.
           MOVE USUARIO-TR (TR-IDX)  TO USUARIO-HIT.

       MONTA-EVIDENCIA-TRILHA-EXIT. EXIT.

       MONTA-EVIDENCIA-LOG SECTION.
           MOVE LOG3-USUARIO         TO USUARIO-EV USUARIO-HIT.
           MOVE LOG3-PERIODO         TO PERIODO-EV.
           MOVE LOG3-OPERACAO        TO OPERACAO-EV.
           MOVE LOG3-ARQUIVO         TO ARQUIVO-EV.
           MOVE LOG3-CHAVE-REG       TO CHAVE-EV.
           MOVE LOG3-CAMPO           TO CAMPO-EV.

       MONTA-EVIDENCIA-LOG-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RESOLVE-PROGRAMA - programa da evidencia: a sessao do
      *    usuario aberta no USD003 naquele momento (aberta no mesmo
      *    dia) ou, sem ela, o dono da operacao na TAB-ORIGEM.
      *----------------------------------------------------------------
       RESOLVE-PROGRAMA SECTION.
           MOVE USUARIO-EV TO USUARIO-HIT.
           MOVE SPACES     TO PROGRAMA-HIT.
           IF   SEM-USD003-W EQUAL 0
                MOVE USUARIO-EV       TO USUARIO-US03
                MOVE ZEROS            TO INICIO-US03
                MOVE PERIODO-EV(1:8)  TO INICIO-US03(1:8)
                MOVE ZEROS            TO FIM-SESSAO-W
                START USD003 KEY IS NOT LESS CHAVE-US03
                    INVALID KEY
                        MOVE 1 TO FIM-SESSAO-W
                END-START
                PERFORM LE-SESSAO UNTIL FIM-SESSAO-TRUE.
           IF   PROGRAMA-HIT NOT EQUAL SPACES
                GO TO RESOLVE-PROGRAMA-EXIT.

           SET OR-IDX TO 1.
           SEARCH ORIGEM-OCR
               AT END
                   CONTINUE
               WHEN ARQUIVO-OR (OR-IDX) EQUAL ARQUIVO-EV
               AND  (OPERACAO-OR (OR-IDX) EQUAL SPACES
               OR    OPERACAO-OR (OR-IDX) EQUAL OPERACAO-EV)
               AND  (CAMPO-OR (OR-IDX) EQUAL SPACES
               OR    CAMPO-OR (OR-IDX) EQUAL CAMPO-EV)
                   MOVE PROGRAMA-OR (OR-IDX) TO PROGRAMA-HIT
           END-SEARCH.

       RESOLVE-PROGRAMA-EXIT. EXIT.

       LE-SESSAO SECTION.
           READ USD003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-SESSAO-W
                   GO TO LE-SESSAO-EXIT.
           IF   USUARIO-US03 NOT EQUAL USUARIO-EV
           OR   INICIO-US03 GREATER PERIODO-EV
                MOVE 1 TO FIM-SESSAO-W
                GO TO LE-SESSAO-EXIT.
           IF   FIM-US03 EQUAL ZEROS
           OR   FIM-US03 NOT LESS PERIODO-EV
                MOVE PROGRAMA-US03 TO PROGRAMA-HIT.

       LE-SESSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DIAS - DATA-DIAS-W (AAAAMMDD) em dias corridos
      *    (marco/fevereiro no fim do ano anterior, para o dia 29 nao
      *    precisar de tratamento); cada divisao inteira fica no
      *    proprio campo, como no CALCULA-DIA-SEMANA do LOGP012.
      *----------------------------------------------------------------
       CALCULA-DIAS SECTION.
           MOVE DATA-DIAS-W(1:4) TO ANO-D.
           MOVE DATA-DIAS-W(5:2) TO MES-D.
           MOVE DATA-DIAS-W(7:2) TO DIA-D.
           IF   MES-D LESS 3
                COMPUTE MES-D = MES-D + 12
                COMPUTE ANO-D = ANO-D - 1
           END-IF.
           COMPUTE QUOC1-D = ANO-D / 4.
           COMPUTE QUOC2-D = ANO-D / 100.
           COMPUTE QUOC3-D = ANO-D / 400.
           COMPUTE QUOC4-D = (153 * (MES-D - 3) + 2) / 5.
           COMPUTE DIAS-W  = (365 * ANO-D) + QUOC1-D - QUOC2-D +
                             QUOC3-D + QUOC4-D + DIA-D.

       CALCULA-DIAS-EXIT. EXIT.

       TITULO-REGRA SECTION.
           MOVE IND-REGRA-W                 TO CODIGO-REGRA-REL.
           MOVE DESCRICAO-RG (IND-REGRA-W)  TO DESCRICAO-REGRA-REL.
           MOVE SPACES                      TO LIMITE-REGRA-REL.
           IF   ATIVA-RG (IND-REGRA-W) NOT EQUAL "S"
                MOVE "(DESLIGADA)" TO LIMITE-REGRA-REL
           ELSE
                MOVE LIMITE-RG (IND-REGRA-W) TO VALOR-EXIBE-W
                MOVE MINIMO-RG (IND-REGRA-W) TO MINIMO-EXIBE-W
                STRING "(LIMITE " VALOR-EXIBE-W
                       " MINIMO " MINIMO-EXIBE-W ")"
                       DELIMITED BY SIZE INTO LIMITE-REGRA-REL.
           IF   LIN GREATER 52
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINREGRA AFTER 2.
           ADD 2 TO LIN.

       TITULO-REGRA-EXIT. EXIT.

       IMPRIME-OCORRENCIA SECTION.
           MOVE USUARIO-HIT   TO USUARIO-REL.
           MOVE PROGRAMA-HIT  TO PROGRAMA-REL.
           IF   PROGRAMA-HIT EQUAL SPACES
                MOVE "--------" TO PROGRAMA-REL.
           MOVE DOCUMENTO-HIT TO DOCUMENTO-REL.
           MOVE TEXTO-HIT     TO TEXTO-REL.
           MOVE LINHIT        TO LINHA-W.
           PERFORM ESCREVE-LINHA.
           ADD 1 TO QTDE-RG (IND-REGRA-W) QTDE-TOTAL-W.

       IMPRIME-OCORRENCIA-EXIT. EXIT.

       IMPRIME-EVIDENCIA SECTION.
           MOVE PERIODO-EV(1:8) TO DATA-LOG-REL.
           MOVE PERIODO-EV(9:6) TO HORA-LOG-REL.
           MOVE USUARIO-EV      TO USUARIO-LOG-REL.
           MOVE OPERACAO-EV     TO OPERACAO-LOG-REL.
           MOVE ARQUIVO-EV      TO ARQUIVO-LOG-REL.
           MOVE CHAVE-EV        TO CHAVE-LOG-REL.
           MOVE CAMPO-EV        TO CAMPO-LOG-REL.
           MOVE LINLOG          TO LINHA-W.
           PERFORM ESCREVE-LINHA.

       IMPRIME-EVIDENCIA-EXIT. EXIT.

       IMPRIME-NOTA SECTION.
           MOVE LINNOTA TO LINHA-W.
           PERFORM ESCREVE-LINHA.

       IMPRIME-NOTA-EXIT. EXIT.

       ESCREVE-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINHA-W.
           ADD 1 TO LIN.

       ESCREVE-LINHA-EXIT. EXIT.

       IMPRIME-RESUMO SECTION.
           IF   LIN GREATER 46
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           ADD 2 TO LIN.
           PERFORM IMPRIME-LINHA-RESUMO
                   VARYING IND-REGRA-W FROM 1 BY 1
                   UNTIL IND-REGRA-W GREATER 6.

       IMPRIME-RESUMO-EXIT. EXIT.

       IMPRIME-LINHA-RESUMO SECTION.
           MOVE IND-REGRA-W                TO CODIGO-RES-REL.
           MOVE DESCRICAO-RG (IND-REGRA-W) TO DESCRICAO-RES-REL.
           MOVE QTDE-RG (IND-REGRA-W)      TO QTDE-RES-REL.
           MOVE SITUACAO-RG (IND-REGRA-W)  TO SITUACAO-RES-REL.
           WRITE REG-RELAT FROM LINRES.
           ADD 1 TO LIN.

       IMPRIME-LINHA-RESUMO-EXIT. EXIT.

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

       CABECALHO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-REGRA - trilha da regra no LOG003: ligada,
      *    limite e minimo antes e depois, nos moldes do CGP012.
      *----------------------------------------------------------------
       GRAVA-LOG-REGRA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "LOG016"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CODIGO-LOG16       TO LOG3-CHAVE-REG(1:2).
           MOVE "LIMITE-LOG16"     TO LOG3-CAMPO.
           MOVE ANTES-LOG-W        TO LOG3-VALOR-ANTERIOR.
           MOVE SPACES             TO LOG3-VALOR-ATUAL.
           MOVE LIMITE-LOG16       TO VALOR-EXIBE-W.
           MOVE ATIVA-LOG16        TO LOG3-VALOR-ATUAL(1:1).
           MOVE VALOR-EXIBE-W      TO LOG3-VALOR-ATUAL(3:17).
           MOVE MINIMO-LOG16       TO LOG3-VALOR-ATUAL(21:4).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-LOG-REGRA-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE LOG016 LOG003.
           IF   SEM-CXD100-W EQUAL 0
                CLOSE CXD100.
           IF   SEM-CXD111-W EQUAL 0
                CLOSE CXD111.
           IF   SEM-COD047-W EQUAL 0
                CLOSE COD047.
           IF   SEM-COD049-W EQUAL 0
                CLOSE COD049.
           IF   SEM-CPD020-W EQUAL 0
                CLOSE CPD020.
           IF   SEM-CPD023-W EQUAL 0
                CLOSE CPD023.
           IF   SEM-USD003-W EQUAL 0
                CLOSE USD003.

       FECHA-ARQUIVOS-EXIT. EXIT.

       END PROGRAM LOGP016.
