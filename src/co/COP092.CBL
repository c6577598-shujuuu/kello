       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP092.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: LOTE DE RPS DA NFS-E PARA A PREFEITURA. PARA UM PERIODO,
      *        SELECIONA AS BAIXAS DO COD044 E OS PEDIDOS EFETIVADOS
      *        DO PDD100 SEM CONTRATO AINDA SEM NOTA NO COD052 E SEM
      *        RPS NO COD072, NUMERA UM RPS PARA CADA UM NA SEQUENCIA
      *        DA SERIE (NUMERO TOMADO NA GRAVACAO DO COD072, SEM
      *        REPETIR NEM PULAR) E GRAVA O ARQUIVO DO LOTE NO LAYOUT
      *        DA PREFEITURA (REGISTRO 1 CABECALHO, 2 RPS, 9 RODAPE)
      *        COM O TOMADOR DO CGD011/CGD012 E O CODIGO DE SERVICO E
      *        A ALIQUOTA DA CLASSE DO CXD112. OS RPS RECUSADOS NO
      *        RETORNO (COP093) VOLTAM NO LOTE SEGUINTE COM O MESMO
      *        NUMERO, LENDO O CADASTRO JA CORRIGIDO. O LOTE FICA NO
      *        COD073 E PODE TER O ARQUIVO REGERADO PELO NUMERO.
      *        TOMADOR SEM ENDERECO NO CGD011 NAO GANHA NUMERO E SAI
      *        NA LISTA DE EXCECOES. FIM DA DIGITACAO NOTA A NOTA NO
      *        PORTAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX072.

           COPY COPX073.

           COPY COPX044.

           COPY COPX041.

           COPY COPX052.

           COPY PDPX100.

           COPY CGPX011.

           COPY CGPX001.

           COPY CGPX012.

           COPY CXPX112.

           SELECT LOTE ASSIGN TO PATH-LOTE-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-LOTE.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW072.

           COPY COPW073.

           COPY COPW044.

           COPY COPW041.

           COPY COPW052.

           COPY PDPW100.

           COPY CGPW011.

           COPY CGPW001.

           COPY CGPW012.

           COPY CXPW112.

       FD  LOTE
           LABEL RECORD IS OMITTED.
       01  REG-LOTE                  PIC X(600).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD072             PIC XX       VALUE SPACES.
           05  ST-COD073             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD052             PIC XX       VALUE SPACES.
           05  ST-PDD100             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD012             PIC XX       VALUE SPACES.
           05  ST-CXD112             PIC XX       VALUE SPACES.
           05  ST-LOTE               PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-BUSCA-W           PIC 9        VALUE ZEROS.
           05  TEM-NOTA-W            PIC 9        VALUE ZEROS.
           05  TEM-RPS-W             PIC 9        VALUE ZEROS.
           05  TEM-TOMADOR-W         PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-LOTE-W           PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  LOTE-PARM             PIC 9(6)     VALUE ZEROS.
      *    LOTE-PARM zerado = lote novo; informado = regera o arquivo
      *    de um lote ja numerado (RPS ainda aguardando retorno)
           05  SERIE-PARM            PIC X(5)     VALUE SPACES.
           05  DATA-INI-PARM         PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  CLASSE-BAIXA-PARM     PIC 9(2)     VALUE ZEROS.
           05  CLASSE-PEDIDO-PARM    PIC 9(2)     VALUE ZEROS.
           05  CNPJ-PARM             PIC 9(14)    VALUE ZEROS.
           05  INSCR-MUNIC-PARM      PIC X(15)    VALUE SPACES.
           05  CNPJ-ANT-W            PIC 9(14)    VALUE ZEROS.
           05  INSCR-ANT-W           PIC X(15)    VALUE SPACES.
           05  NR-LOTE-W             PIC 9(6)     VALUE ZEROS.
           05  ULT-RPS-W             PIC 9(8)     VALUE ZEROS.
           05  PRIM-RPS-W            PIC 9(8)     VALUE ZEROS.
           05  CLASSE-W              PIC 9(2)     VALUE ZEROS.
           05  ORIGEM-W              PIC X(8)     VALUE SPACES.
           05  CLASSIF-W             PIC 9        VALUE ZEROS.
           05  CLIENTE-W             PIC 9(8)     VALUE ZEROS.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  DATA-SERVICO-W        PIC 9(8)     VALUE ZEROS.
           05  VALOR-ISS-W           PIC 9(8)V99  VALUE ZEROS.
           05  QTDE-RPS-W            PIC 9(6)     VALUE ZEROS.
           05  QTDE-NOVOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-REENVIOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-EXCECOES-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(11)V99 VALUE ZEROS.
           05  ISS-TOTAL-W           PIC 9(11)V99 VALUE ZEROS.
           05  QTDE-PED-NOTA-W       PIC 9(4)     VALUE ZEROS.
           COPY "PARAMETR".

      *    pedidos que ja tem nota digitada no COD052 (COP063) - o
      *    COD052 nao tem chave por pedido
       01  TAB-PEDIDOS-NOTA.
           05  PEDIDO-NOTA-TAB       PIC 9(6)     OCCURS 3000 TIMES
                                     INDEXED BY PED-IDX.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

      *    layout plano do lote de RPS da prefeitura: valores com duas
      *    decimais implicitas, datas AAAAMMDD
       01  LOTE-CAB.
           05  TIPO-REG-CAB          PIC X(1)     VALUE "1".
           05  VERSAO-CAB            PIC X(3)     VALUE "001".
           05  CNPJ-CAB              PIC 9(14)    VALUE ZEROS.
           05  INSCR-MUNIC-CAB       PIC X(15)    VALUE SPACES.
           05  DATA-INI-CAB          PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-CAB          PIC 9(8)     VALUE ZEROS.
           05  NR-LOTE-CAB           PIC 9(6)     VALUE ZEROS.
       01  LOTE-DET.
           05  TIPO-REG-DET          PIC X(1)     VALUE "2".
           05  TIPO-RPS-DET          PIC X(5)     VALUE "RPS".
           05  SERIE-RPS-DET         PIC X(5)     VALUE SPACES.
           05  NUMERO-RPS-DET        PIC 9(12)    VALUE ZEROS.
           05  DATA-RPS-DET          PIC 9(8)     VALUE ZEROS.
           05  TRIBUTACAO-DET        PIC X(1)     VALUE "T".
           05  VALOR-SERV-DET        PIC 9(13)V99 VALUE ZEROS.
           05  VALOR-DEDUC-DET       PIC 9(13)V99 VALUE ZEROS.
           05  COD-SERVICO-DET       PIC X(5)     VALUE SPACES.
           05  ALIQUOTA-DET          PIC 9(2)V99  VALUE ZEROS.
           05  ISS-RETIDO-DET        PIC X(1)     VALUE "2".
           05  VALOR-ISS-DET         PIC 9(13)V99 VALUE ZEROS.
           05  IND-CPF-CNPJ-DET      PIC 9(1)     VALUE ZEROS.
      *    IND-CPF-CNPJ-DET = 1-CPF  2-CNPJ  3-NAO INFORMADO
           05  CPF-CNPJ-DET          PIC 9(14)    VALUE ZEROS.
           05  NOME-DET              PIC X(75)    VALUE SPACES.
           05  ENDERECO-DET          PIC X(50)    VALUE SPACES.
           05  COMPLEMENTO-DET       PIC X(30)    VALUE SPACES.
           05  BAIRRO-DET            PIC X(30)    VALUE SPACES.
           05  CIDADE-DET            PIC X(50)    VALUE SPACES.
           05  UF-DET                PIC X(2)     VALUE SPACES.
           05  CEP-DET               PIC 9(8)     VALUE ZEROS.
           05  EMAIL-DET             PIC X(75)    VALUE SPACES.
           05  DISCRIMINACAO-DET     PIC X(120)   VALUE SPACES.
       01  LOTE-ROD.
           05  TIPO-REG-ROD          PIC X(1)     VALUE "9".
           05  QTDE-ROD              PIC 9(7)     VALUE ZEROS.
           05  VALOR-TOTAL-ROD       PIC 9(13)V99 VALUE ZEROS.
           05  ISS-TOTAL-ROD         PIC 9(13)V99 VALUE ZEROS.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(20)   VALUE
               "LOTE DE RPS NFS-E - ".
           05  NR-LOTE-REL           PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(9)    VALUE "  SERIE: ".
           05  SERIE-REL             PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(11)   VALUE "  PERIODO: ".
           05  DATA-INI-REL          PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL          PIC 9(8)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(38)   VALUE
               "     RPS ORIGEM   NUMERO     CLIENTE  ".
           05  FILLER                PIC X(52)   VALUE
               "DT.SERV.         VALOR  OBSERVACAO".

       01  LINDET.
           05  NUMERO-RPS-REL        PIC Z(7)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ORIGEM-REL            PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ORIGEM-NR-REL         PIC X(9)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CLIENTE-REL           PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DATA-SERV-REL         PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  OBS-REL               PIC X(28)   VALUE SPACES.

       01  LINTOT1.
           05  FILLER                PIC X(31)   VALUE
               "RPS NO LOTE (NOVOS/REENVIO)..: ".
           05  QTDE-NOVOS-REL        PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  QTDE-REENV-REL        PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE "   VALOR: ".
           05  VALOR-TOT-REL         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINTOT2.
           05  FILLER                PIC X(31)   VALUE
               "FAIXA DE NUMERACAO DO LOTE...: ".
           05  RPS-INI-REL           PIC Z(7)9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  RPS-FIM-REL           PIC Z(7)9   VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(31)   VALUE
               "EXCECOES (FORA DO LOTE)......: ".
           05  QTDE-EXC-REL          PIC ZZZZZ9  VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
           END-IF.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
           END-IF.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT
                IF   LOTE-PARM NOT EQUAL ZEROS
                     PERFORM REGERA-LOTE
                ELSE
                     PERFORM GERA-LOTE-NOVO
                END-IF
                PERFORM IMPRIME-TOTAL
                CLOSE RELAT
           END-IF.
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
           MOVE "COD072" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD072.
           MOVE "COD073" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD073.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD052" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD052.
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD012" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD012.
           MOVE "CXD112" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD112.
           CLOSE CONTROLE.

           OPEN I-O COD072.
           IF   ST-COD072 EQUAL "35"
                CLOSE COD072       OPEN OUTPUT COD072
                CLOSE COD072       OPEN I-O COD072.
           IF   ST-COD072 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD072: " ST-COD072
                MOVE 1 TO ERRO-W.

           OPEN I-O COD073.
           IF   ST-COD073 EQUAL "35"
                CLOSE COD073       OPEN OUTPUT COD073
                CLOSE COD073       OPEN I-O COD073.
           IF   ST-COD073 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD073: " ST-COD073
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD044 COD041 COD052 PDD100 CGD011 CXD112.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.
           IF   ST-COD052 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD052: " ST-COD052
                MOVE 1 TO ERRO-W.
           IF   ST-PDD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD100: " ST-PDD100
                MOVE 1 TO ERRO-W.
           IF   ST-CGD011 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
                MOVE 1 TO ERRO-W.
           IF   ST-CXD112 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD112: " ST-CXD112
                DISPLAY "CADASTRE AS CLASSES DE RECEITA NO CXP126."
                MOVE 1 TO ERRO-W.

      *    nome (CGD001) e cidade (CGD012) sao complementares: sem
      *    eles o RPS sai com o campo em branco
           OPEN INPUT CGD001 CGD012.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "COP092" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W.

      *----------------------------------------------------------------
      *    SOLICITA-PARAMETROS - lote novo (periodo, classes, serie e
      *    prestador) ou o numero de um lote ja gerado para regerar
      *    o arquivo.
      *----------------------------------------------------------------
       SOLICITA-PARAMETROS SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "LOTE A REGERAR (0 = LOTE NOVO).......: "
               WITH NO ADVANCING.
           ACCEPT LOTE-PARM.
           DISPLAY "ARQUIVO DO LOTE (CAMINHO)............: "
               WITH NO ADVANCING.
           ACCEPT PATH-LOTE-W.
           IF   LOTE-PARM NOT EQUAL ZEROS
                MOVE LOTE-PARM TO NR-LOTE-CO73
                READ COD073
                    INVALID KEY
                        DISPLAY "LOTE NAO ENCONTRADO NO COD073."
                        MOVE 1 TO ERRO-W
                END-READ
                GO TO SOLICITA-PARAMETROS-EXIT.

           PERFORM PROCURA-ULTIMO-LOTE.
           DISPLAY "SERIE DO RPS.........................: "
               WITH NO ADVANCING.
           ACCEPT SERIE-PARM.
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD)...: "
               WITH NO ADVANCING.
           ACCEPT DATA-INI-PARM.
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD).....: "
               WITH NO ADVANCING.
           ACCEPT DATA-FIM-PARM.
           DISPLAY "CLASSE CXD112 DAS BAIXAS DE PARCELAS.: "
               WITH NO ADVANCING.
           ACCEPT CLASSE-BAIXA-PARM.
           DISPLAY "CLASSE CXD112 DOS PEDIDOS (0=NAO)....: "
               WITH NO ADVANCING.
           ACCEPT CLASSE-PEDIDO-PARM.
           IF   CNPJ-ANT-W NOT EQUAL ZEROS
                DISPLAY "PRESTADOR DO LOTE ANTERIOR: " CNPJ-ANT-W
                        " IM " INSCR-ANT-W.
           DISPLAY "CNPJ DO PRESTADOR (0=O ANTERIOR).....: "
               WITH NO ADVANCING.
           ACCEPT CNPJ-PARM.
           IF   CNPJ-PARM EQUAL ZEROS
                MOVE CNPJ-ANT-W  TO CNPJ-PARM
                MOVE INSCR-ANT-W TO INSCR-MUNIC-PARM
           ELSE
                DISPLAY "INSCRICAO MUNICIPAL DO PRESTADOR.....: "
                    WITH NO ADVANCING
                ACCEPT INSCR-MUNIC-PARM.

           IF   SERIE-PARM EQUAL SPACES
           OR   CNPJ-PARM EQUAL ZEROS
           OR   DATA-INI-PARM GREATER DATA-FIM-PARM
                DISPLAY "SERIE, PRESTADOR E PERIODO OBRIGATORIOS."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.

           MOVE CLASSE-BAIXA-PARM TO CLASSE-W.
           PERFORM CONFERE-CLASSE.
           IF   ERRO-W EQUAL 0
           AND  CLASSE-PEDIDO-PARM NOT EQUAL ZEROS
                MOVE CLASSE-PEDIDO-PARM TO CLASSE-W
                PERFORM CONFERE-CLASSE.

       SOLICITA-PARAMETROS-EXIT. EXIT.

       CONFERE-CLASSE SECTION.
           MOVE CLASSE-W TO CLASSE-CX112.
           READ CXD112
               INVALID KEY
                   DISPLAY "CLASSE " CLASSE-W " NAO CADASTRADA."
                   MOVE 1 TO ERRO-W
                   GO TO CONFERE-CLASSE-EXIT
           END-READ.
           IF   SITUACAO-CX112 NOT EQUAL 0
                DISPLAY "CLASSE " CLASSE-W " INATIVA."
                MOVE 1 TO ERRO-W.
           IF   COD-SERVICO-CX112 EQUAL SPACES
                DISPLAY "CLASSE " CLASSE-W " SEM CODIGO DE SERVICO "
                        "MUNICIPAL - VER CXP126."
                MOVE 1 TO ERRO-W.

       CONFERE-CLASSE-EXIT. EXIT.

       PROCURA-ULTIMO-LOTE SECTION.
           MOVE ZEROS TO NR-LOTE-W FIM-VARREDURA-W NR-LOTE-CO73.
           START COD073 KEY IS NOT LESS NR-LOTE-CO73
               INVALID KEY
                   GO TO PROCURA-ULTIMO-LOTE-EXIT.
           PERFORM LE-UM-LOTE UNTIL FIM-VARREDURA-TRUE.

       PROCURA-ULTIMO-LOTE-EXIT. EXIT.

       LE-UM-LOTE SECTION.
           READ COD073 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-UM-LOTE-EXIT.
           MOVE NR-LOTE-CO73     TO NR-LOTE-W.
           MOVE CNPJ-PREST-CO73  TO CNPJ-ANT-W.
           MOVE INSCR-MUNIC-CO73 TO INSCR-ANT-W.

       LE-UM-LOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-LOTE-NOVO - o COD073 e gravado antes dos RPS, para um
      *    lote interrompido ficar numerado e poder ter o arquivo
      *    regerado; a numeracao continua do ultimo RPS da serie.
      *----------------------------------------------------------------
       GERA-LOTE-NOVO SECTION.
           ADD  1 TO NR-LOTE-W.
           MOVE NR-LOTE-W        TO NR-LOTE-CO73.
           MOVE DATA-HOJE-W      TO DATA-GERACAO-CO73.
           MOVE SERIE-PARM       TO SERIE-RPS-CO73.
           MOVE DATA-INI-PARM    TO DATA-INI-CO73.
           MOVE DATA-FIM-PARM    TO DATA-FIM-CO73.
           MOVE ZEROS            TO QTDE-RPS-CO73 VALOR-TOTAL-CO73
                                    DATA-SITUACAO-CO73.
           MOVE CNPJ-PARM        TO CNPJ-PREST-CO73.
           MOVE INSCR-MUNIC-PARM TO INSCR-MUNIC-CO73.
           MOVE 0                TO SITUACAO-CO73.
           MOVE USUARIO-PARM     TO USUARIO-CO73.
           WRITE REG-COD073
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD073: " ST-COD073
                   GO TO GERA-LOTE-NOVO-EXIT
           END-WRITE.

           PERFORM ABRE-ARQUIVO-LOTE.
           IF   ERRO-W NOT EQUAL 0
                GO TO GERA-LOTE-NOVO-EXIT.
           PERFORM PROCURA-ULTIMO-RPS.
           MOVE ULT-RPS-W TO PRIM-RPS-W.
           ADD  1         TO PRIM-RPS-W.
           PERFORM CARREGA-PEDIDOS-NOTA.
           PERFORM CABECALHO.

      *    primeiro os recusados da serie, corrigidos no cadastro
           MOVE SERIE-PARM TO SERIE-RPS-CO72.
           MOVE ZEROS      TO NUMERO-RPS-CO72 FIM-VARREDURA-W.
           START COD072 KEY IS NOT LESS CHAVE-CO72
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM REENVIA-RECUSADO UNTIL FIM-VARREDURA-TRUE.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE ZEROS TO NR-CONTRATO-CO44 PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM VARRE-BAIXAS UNTIL FIM-VARREDURA-TRUE.

           MOVE ZEROS TO FIM-VARREDURA-W.
           IF   CLASSE-PEDIDO-PARM EQUAL ZEROS
           OR   ERRO-W NOT EQUAL 0
                MOVE 1 TO FIM-VARREDURA-W
           ELSE
                MOVE ZEROS TO SEQUENCIA-PD100
                START PDD100 KEY IS NOT LESS SEQUENCIA-PD100
                    INVALID KEY
                        MOVE 1 TO FIM-VARREDURA-W
                END-START
           END-IF.
           PERFORM VARRE-PEDIDOS UNTIL FIM-VARREDURA-TRUE.

           PERFORM FECHA-ARQUIVO-LOTE.
           MOVE NR-LOTE-W TO NR-LOTE-CO73.
           READ COD073
               INVALID KEY
                   DISPLAY "ERRO LEITURA COD073: " ST-COD073
                   GO TO GERA-LOTE-NOVO-EXIT
           END-READ.
           MOVE QTDE-RPS-W    TO QTDE-RPS-CO73.
           MOVE VALOR-TOTAL-W TO VALOR-TOTAL-CO73.
           REWRITE REG-COD073
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD073: " ST-COD073
           END-REWRITE.
           DISPLAY "LOTE " NR-LOTE-W " GERADO COM " QTDE-RPS-W " RPS.".

       GERA-LOTE-NOVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGERA-LOTE - reescreve o arquivo de um lote com os RPS que
      *    ainda aguardam retorno (ALT2-CO72 = lote); nada e numerado.
      *----------------------------------------------------------------
       REGERA-LOTE SECTION.
           MOVE NR-LOTE-CO73      TO NR-LOTE-W.
           MOVE SERIE-RPS-CO73    TO SERIE-PARM.
           MOVE DATA-INI-CO73     TO DATA-INI-PARM.
           MOVE DATA-FIM-CO73     TO DATA-FIM-PARM.
           MOVE CNPJ-PREST-CO73   TO CNPJ-PARM.
           MOVE INSCR-MUNIC-CO73  TO INSCR-MUNIC-PARM.
           IF   SITUACAO-CO73 NOT EQUAL 0
                DISPLAY "AVISO: LOTE JA TEVE RETORNO PROCESSADO - SO "
                        "OS RPS SEM RESPOSTA SAEM NO ARQUIVO.".
           PERFORM ABRE-ARQUIVO-LOTE.
           IF   ERRO-W NOT EQUAL 0
                GO TO REGERA-LOTE-EXIT.
           PERFORM CABECALHO.

           MOVE NR-LOTE-W  TO LOTE-CO72.
           MOVE LOW-VALUES TO CHAVE-CO72.
           MOVE ZEROS      TO FIM-VARREDURA-W.
           START COD072 KEY IS NOT LESS ALT2-CO72
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM REGERA-UM-RPS UNTIL FIM-VARREDURA-TRUE.
           PERFORM FECHA-ARQUIVO-LOTE.
           DISPLAY "ARQUIVO DO LOTE " NR-LOTE-W " REGERADO COM "
                   QTDE-RPS-W " RPS.".

       REGERA-LOTE-EXIT. EXIT.

       REGERA-UM-RPS SECTION.
           READ COD072 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO REGERA-UM-RPS-EXIT.
           IF   LOTE-CO72 NOT EQUAL NR-LOTE-W
                MOVE 1 TO FIM-VARREDURA-W
                GO TO REGERA-UM-RPS-EXIT.
           IF   SITUACAO-CO72 NOT EQUAL 0
                GO TO REGERA-UM-RPS-EXIT.
           PERFORM LOCALIZA-TOMADOR.
           IF   TEM-TOMADOR-W EQUAL 0
                MOVE "SEM ENDERECO NO CGD011" TO OBS-REL
                PERFORM IMPRIME-EXCECAO-RPS
                GO TO REGERA-UM-RPS-EXIT.
           MOVE "REGERADO" TO OBS-REL.
           PERFORM GRAVA-DETALHE.

       REGERA-UM-RPS-EXIT. EXIT.

       ABRE-ARQUIVO-LOTE SECTION.
           MOVE ZEROS TO QTDE-RPS-W VALOR-TOTAL-W ISS-TOTAL-W.
           OPEN OUTPUT LOTE.
           IF   ST-LOTE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO DO LOTE: " ST-LOTE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVO-LOTE-EXIT.
           MOVE CNPJ-PARM        TO CNPJ-CAB.
           MOVE INSCR-MUNIC-PARM TO INSCR-MUNIC-CAB.
           MOVE DATA-INI-PARM    TO DATA-INI-CAB DATA-INI-REL.
           MOVE DATA-FIM-PARM    TO DATA-FIM-CAB DATA-FIM-REL.
           MOVE NR-LOTE-W        TO NR-LOTE-CAB NR-LOTE-REL.
           MOVE SERIE-PARM       TO SERIE-REL.
           WRITE REG-LOTE FROM LOTE-CAB.

       ABRE-ARQUIVO-LOTE-EXIT. EXIT.

       FECHA-ARQUIVO-LOTE SECTION.
           MOVE QTDE-RPS-W    TO QTDE-ROD.
           MOVE VALOR-TOTAL-W TO VALOR-TOTAL-ROD.
           MOVE ISS-TOTAL-W   TO ISS-TOTAL-ROD.
           WRITE REG-LOTE FROM LOTE-ROD.
           CLOSE LOTE.

      *----------------------------------------------------------------
      *    PROCURA-ULTIMO-RPS - maior numero ja tomado na serie; o
      *    proximo RPS e sempre este mais um.
      *----------------------------------------------------------------
       PROCURA-ULTIMO-RPS SECTION.
           MOVE ZEROS      TO ULT-RPS-W FIM-VARREDURA-W.
           MOVE SERIE-PARM TO SERIE-RPS-CO72.
           MOVE ZEROS      TO NUMERO-RPS-CO72.
           START COD072 KEY IS NOT LESS CHAVE-CO72
               INVALID KEY
                   GO TO PROCURA-ULTIMO-RPS-EXIT.
           PERFORM LE-ULTIMO-RPS UNTIL FIM-VARREDURA-TRUE.

       PROCURA-ULTIMO-RPS-EXIT. EXIT.

       LE-ULTIMO-RPS SECTION.
           READ COD072 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ULTIMO-RPS-EXIT.
           IF   SERIE-RPS-CO72 NOT EQUAL SERIE-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-ULTIMO-RPS-EXIT.
           MOVE NUMERO-RPS-CO72 TO ULT-RPS-W.

       LE-ULTIMO-RPS-EXIT. EXIT.

       CARREGA-PEDIDOS-NOTA SECTION.
           MOVE ZEROS TO QTDE-PED-NOTA-W FIM-VARREDURA-W.
           MOVE LOW-VALUES TO CHAVE-CO52.
           START COD052 KEY IS NOT LESS CHAVE-CO52
               INVALID KEY
                   GO TO CARREGA-PEDIDOS-NOTA-EXIT.
           PERFORM LE-UMA-NOTA UNTIL FIM-VARREDURA-TRUE.

       CARREGA-PEDIDOS-NOTA-EXIT. EXIT.

       LE-UMA-NOTA SECTION.
           READ COD052 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-UMA-NOTA-EXIT.
           IF   PEDIDO-CO52 EQUAL ZEROS
           OR   SITUACAO-CO52 NOT EQUAL 0
                GO TO LE-UMA-NOTA-EXIT.
           IF   QTDE-PED-NOTA-W LESS 3000
                ADD  1 TO QTDE-PED-NOTA-W
                MOVE PEDIDO-CO52 TO PEDIDO-NOTA-TAB (QTDE-PED-NOTA-W)
           ELSE
                DISPLAY "AVISO: LIMITE DE 3000 PEDIDOS COM NOTA "
                        "ATINGIDO - CONFIRA OS PEDIDOS DO LOTE"
                MOVE 1 TO FIM-VARREDURA-W.

       LE-UMA-NOTA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REENVIA-RECUSADO - RPS recusado volta com o mesmo numero,
      *    no lote novo, com o tomador relido do cadastro corrigido.
      *----------------------------------------------------------------
       REENVIA-RECUSADO SECTION.
           READ COD072 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO REENVIA-RECUSADO-EXIT.
           IF   SERIE-RPS-CO72 NOT EQUAL SERIE-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO REENVIA-RECUSADO-EXIT.
           IF   SITUACAO-CO72 NOT EQUAL 2
                GO TO REENVIA-RECUSADO-EXIT.

           PERFORM LOCALIZA-TOMADOR.
           IF   TEM-TOMADOR-W EQUAL 0
                MOVE "SEM ENDERECO NO CGD011" TO OBS-REL
                PERFORM IMPRIME-EXCECAO-RPS
                GO TO REENVIA-RECUSADO-EXIT.

           MOVE NR-LOTE-W    TO LOTE-CO72.
           MOVE 0            TO SITUACAO-CO72.
           ADD  1            TO QTDE-ENVIOS-CO72.
           MOVE USUARIO-PARM TO USUARIO-CO72.
           REWRITE REG-COD072
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD072: " ST-COD072
                   GO TO REENVIA-RECUSADO-EXIT
           END-REWRITE.
           ADD  1 TO QTDE-REENVIOS-W.
           MOVE "REENVIO" TO OBS-REL.
           PERFORM GRAVA-DETALHE.

       REENVIA-RECUSADO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VARRE-BAIXAS - baixa do periodo sem nota emitida no COD052
      *    (como no COP064) e sem RPS no COD072.
      *----------------------------------------------------------------
       VARRE-BAIXAS SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO VARRE-BAIXAS-EXIT.
           IF   DATA-PGTO-CO44 EQUAL ZEROS
           OR   DATA-PGTO-CO44 LESS DATA-INI-PARM
           OR   DATA-PGTO-CO44 GREATER DATA-FIM-PARM
           OR   VALOR-PAGO-CO44 EQUAL ZEROS
                GO TO VARRE-BAIXAS-EXIT.

           PERFORM PROCURA-NOTA.
           IF   TEM-NOTA-W EQUAL 1
                GO TO VARRE-BAIXAS-EXIT.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO72.
           MOVE PARCELA-CO44     TO PARCELA-CO72.
           MOVE ZEROS            TO PEDIDO-CO72.
           PERFORM PROCURA-RPS.
           IF   TEM-RPS-W EQUAL 1
                GO TO VARRE-BAIXAS-EXIT.

           MOVE "PARCELA"         TO ORIGEM-W.
           MOVE VALOR-PAGO-CO44   TO VALOR-W.
           MOVE DATA-PGTO-CO44    TO DATA-SERVICO-W.
           MOVE CLASSE-BAIXA-PARM TO CLASSE-W.
           MOVE NR-CONTRATO-CO44  TO NR-CONTRATO-CO41.
           MOVE CURSO-CO44        TO CURSO-CO41.
           MOVE TURMA-CO44        TO TURMA-CO41.
           READ COD041
               INVALID KEY
                   MOVE ZEROS TO CLIENTE-W
                   MOVE "CONTRATO FORA DO COD041" TO OBS-REL
                   PERFORM IMPRIME-EXCECAO-ORIGEM
                   GO TO VARRE-BAIXAS-EXIT
           END-READ.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-W.
           MOVE CODIGO-CLIENTE-CO41  TO CLIENTE-W.
           PERFORM NUMERA-RPS.

       VARRE-BAIXAS-EXIT. EXIT.

       PROCURA-NOTA SECTION.
           MOVE ZEROS TO TEM-NOTA-W FIM-BUSCA-W.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO52.
           MOVE PARCELA-CO44     TO PARCELA-CO52.
           START COD052 KEY IS NOT LESS ALT-CO52
               INVALID KEY
                   MOVE 1 TO FIM-BUSCA-W
           END-START.
           PERFORM LE-NOTA-CANDIDATA UNTIL FIM-BUSCA-W EQUAL 1.

       PROCURA-NOTA-EXIT. EXIT.

       LE-NOTA-CANDIDATA SECTION.
           READ COD052 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BUSCA-W
                   GO TO LE-NOTA-CANDIDATA-EXIT.
           IF   NR-CONTRATO-CO52 NOT EQUAL NR-CONTRATO-CO44
           OR   PARCELA-CO52 NOT EQUAL PARCELA-CO44
                MOVE 1 TO FIM-BUSCA-W
                GO TO LE-NOTA-CANDIDATA-EXIT.
           IF   SITUACAO-CO52 EQUAL 0
                MOVE 1 TO TEM-NOTA-W
                MOVE 1 TO FIM-BUSCA-W.

       LE-NOTA-CANDIDATA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCURA-RPS - a origem (contrato/parcela/pedido ja em
      *    NR-CONTRATO/PARCELA/PEDIDO-CO72) ja tem RPS, em qualquer
      *    situacao: recusado volta pelo REENVIA-RECUSADO.
      *----------------------------------------------------------------
       PROCURA-RPS SECTION.
           MOVE ZEROS TO TEM-RPS-W.
           START COD072 KEY IS EQUAL ALT-CO72
               INVALID KEY
                   GO TO PROCURA-RPS-EXIT.
           MOVE 1 TO TEM-RPS-W.

       PROCURA-RPS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VARRE-PEDIDOS - pedido efetivado que nao virou contrato
      *    (o contrato fatura pelas parcelas), atualizado no periodo.
      *----------------------------------------------------------------
       VARRE-PEDIDOS SECTION.
           READ PDD100 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO VARRE-PEDIDOS-EXIT.
           IF   NOT PEDIDO-EFETIVADO-PD100
           OR   CONTRATO-PD100 NOT EQUAL ZEROS
           OR   DTATUALIZADO-PD100 LESS DATA-INI-PARM
           OR   DTATUALIZADO-PD100 GREATER DATA-FIM-PARM
           OR   TOTPAGAR-PD100 EQUAL ZEROS
                GO TO VARRE-PEDIDOS-EXIT.

           SET  PED-IDX TO 1.
           SEARCH PEDIDO-NOTA-TAB
               AT END
                   CONTINUE
               WHEN PED-IDX GREATER QTDE-PED-NOTA-W
                   CONTINUE
               WHEN PEDIDO-NOTA-TAB (PED-IDX) EQUAL SEQUENCIA-PD100
                   GO TO VARRE-PEDIDOS-EXIT
           END-SEARCH.
           MOVE ZEROS            TO NR-CONTRATO-CO72 PARCELA-CO72.
           MOVE SEQUENCIA-PD100  TO PEDIDO-CO72.
           PERFORM PROCURA-RPS.
           IF   TEM-RPS-W EQUAL 1
                GO TO VARRE-PEDIDOS-EXIT.

           MOVE "PEDIDO"           TO ORIGEM-W.
           MOVE TOTPAGAR-PD100     TO VALOR-W.
           MOVE DTATUALIZADO-PD100 TO DATA-SERVICO-W.
           MOVE CLASSE-PEDIDO-PARM TO CLASSE-W.
      *    cliente do pedido: cadastro comum primeiro, depois o de
      *    contrato, como no CGP098
           MOVE 1             TO CLASSIF-W.
           MOVE CLIENTE-PD100 TO CLIENTE-W.
           MOVE CLASSIF-W     TO CLASSIF-CG11.
           MOVE CLIENTE-W     TO CODIGO-CG11.
           READ CGD011
               INVALID KEY
                   MOVE 0 TO CLASSIF-W
           END-READ.
           PERFORM NUMERA-RPS.

       VARRE-PEDIDOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    NUMERA-RPS - so toma numero quem tem tomador no CGD011; o
      *    numero e gravado no COD072 antes de ir para o arquivo e
      *    uma chave ja existente para o processamento, sem pular.
      *----------------------------------------------------------------
       NUMERA-RPS SECTION.
           MOVE CLASSIF-W TO CLASSIF-CLIENTE-CO72.
           MOVE CLIENTE-W TO CODIGO-CLIENTE-CO72.
           MOVE CLASSE-W  TO CLASSE-CO72.
           PERFORM LOCALIZA-TOMADOR.
           IF   TEM-TOMADOR-W EQUAL 0
                MOVE "SEM ENDERECO NO CGD011" TO OBS-REL
                PERFORM IMPRIME-EXCECAO-ORIGEM
                GO TO NUMERA-RPS-EXIT.

           MOVE SERIE-PARM      TO SERIE-RPS-CO72.
           COMPUTE NUMERO-RPS-CO72 = ULT-RPS-W + 1.
           MOVE NR-LOTE-W       TO LOTE-CO72.
           MOVE DATA-SERVICO-W  TO DATA-RPS-CO72.
           MOVE VALOR-W         TO VALOR-CO72.
           MOVE 0               TO SITUACAO-CO72.
           MOVE SPACES          TO SERIE-NFS-CO72 MOTIVO-CO72.
           MOVE ZEROS           TO NUMERO-NFS-CO72.
           MOVE 1               TO QTDE-ENVIOS-CO72.
           MOVE USUARIO-PARM    TO USUARIO-CO72.
           WRITE REG-COD072
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD072 (RPS "
                           NUMERO-RPS-CO72 "): " ST-COD072
                   DISPLAY "LOTE INTERROMPIDO - REGERE O ARQUIVO "
                           "PELO NUMERO DO LOTE."
                   MOVE 1 TO FIM-VARREDURA-W ERRO-W
                   GO TO NUMERA-RPS-EXIT
           END-WRITE.
           MOVE NUMERO-RPS-CO72 TO ULT-RPS-W.
           ADD  1 TO QTDE-NOVOS-W.
           MOVE "NOVO" TO OBS-REL.
           PERFORM GRAVA-DETALHE.

       NUMERA-RPS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-TOMADOR - endereco/documento do CGD011, nome do
      *    CGD001 e cidade/UF do CGD012 para o registro 2 do lote.
      *----------------------------------------------------------------
       LOCALIZA-TOMADOR SECTION.
           MOVE ZEROS TO TEM-TOMADOR-W.
           MOVE CLASSIF-CLIENTE-CO72 TO CLASSIF-CG11.
           MOVE CODIGO-CLIENTE-CO72  TO CODIGO-CG11.
           READ CGD011
               INVALID KEY
                   GO TO LOCALIZA-TOMADOR-EXIT
           END-READ.
           IF   ENDERECO1-CG11 EQUAL SPACES
                GO TO LOCALIZA-TOMADOR-EXIT.
           MOVE 1 TO TEM-TOMADOR-W.

           MOVE SPACES TO NOME-DET CIDADE-DET UF-DET.
           IF   ST-CGD001 EQUAL "00"
                MOVE CODIGO-CLIENTE-CO72 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        MOVE SPACES TO NOME-CG01
                END-READ
                MOVE NOME-CG01 TO NOME-DET
           END-IF.
           IF   ST-CGD012 EQUAL "00"
                MOVE CIDADE1-CG11 TO CIDADE-CG12
                READ CGD012
                    INVALID KEY
                        MOVE SPACES TO NOME-CID-CG12 UF-CG12
                END-READ
                MOVE NOME-CID-CG12 TO CIDADE-DET
                MOVE UF-CG12       TO UF-DET
           END-IF.
           MOVE ENDERECO1-CG11    TO ENDERECO-DET.
           MOVE COMPLEMENTO1-CG11 TO COMPLEMENTO-DET.
           MOVE BAIRRO1-CG11      TO BAIRRO-DET.
           MOVE CEP1-CG11         TO CEP-DET.
           MOVE E-MAIL-CG11       TO EMAIL-DET.
           MOVE CPF-CG11(3:14)    TO CPF-CNPJ-DET.
           IF   CPF-CNPJ-DET EQUAL ZEROS
                MOVE 3 TO IND-CPF-CNPJ-DET
           ELSE
                IF   CPF-CNPJ-DET GREATER 99999999999
                     MOVE 2 TO IND-CPF-CNPJ-DET
                ELSE
                     MOVE 1 TO IND-CPF-CNPJ-DET.

       LOCALIZA-TOMADOR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-DETALHE - registro 2 do lote a partir do COD072
      *    corrente e do tomador ja localizado; linha no relatorio.
      *----------------------------------------------------------------
       GRAVA-DETALHE SECTION.
           MOVE CLASSE-CO72 TO CLASSE-CX112.
           READ CXD112
               INVALID KEY
                   MOVE SPACES TO COD-SERVICO-CX112 DESCRICAO-CX112
                   MOVE ZEROS  TO ALIQUOTA-CX112
           END-READ.
           COMPUTE VALOR-ISS-W ROUNDED =
                   VALOR-CO72 * ALIQUOTA-CX112 / 100.

           MOVE SERIE-RPS-CO72    TO SERIE-RPS-DET.
           MOVE NUMERO-RPS-CO72   TO NUMERO-RPS-DET.
           MOVE DATA-RPS-CO72     TO DATA-RPS-DET.
           MOVE VALOR-CO72        TO VALOR-SERV-DET.
           MOVE ZEROS             TO VALOR-DEDUC-DET.
           MOVE COD-SERVICO-CX112 TO COD-SERVICO-DET.
           MOVE ALIQUOTA-CX112    TO ALIQUOTA-DET.
           MOVE VALOR-ISS-W       TO VALOR-ISS-DET.
           MOVE SPACES            TO DISCRIMINACAO-DET.
           IF   PEDIDO-CO72 EQUAL ZEROS
                STRING DESCRICAO-CX112 DELIMITED BY "  "
                       " - CONTRATO " NR-CONTRATO-CO72
                       " PARCELA " PARCELA-CO72
                       DELIMITED BY SIZE INTO DISCRIMINACAO-DET
           ELSE
                STRING DESCRICAO-CX112 DELIMITED BY "  "
                       " - PEDIDO " PEDIDO-CO72
                       DELIMITED BY SIZE INTO DISCRIMINACAO-DET.
           WRITE REG-LOTE FROM LOTE-DET.
           ADD  1           TO QTDE-RPS-W.
           ADD  VALOR-CO72  TO VALOR-TOTAL-W.
           ADD  VALOR-ISS-W TO ISS-TOTAL-W.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NUMERO-RPS-CO72     TO NUMERO-RPS-REL.
           MOVE CODIGO-CLIENTE-CO72 TO CLIENTE-REL.
           MOVE DATA-RPS-CO72       TO DATA-SERV-REL.
           MOVE VALOR-CO72          TO VALOR-REL.
           MOVE SPACES              TO ORIGEM-NR-REL.
           IF   PEDIDO-CO72 EQUAL ZEROS
                MOVE "PARCELA"  TO ORIGEM-REL
                MOVE NR-CONTRATO-CO72 TO ORIGEM-NR-REL(1:6)
                MOVE "/"              TO ORIGEM-NR-REL(7:1)
                MOVE PARCELA-CO72     TO ORIGEM-NR-REL(8:2)
           ELSE
                MOVE "PEDIDO"   TO ORIGEM-REL
                MOVE PEDIDO-CO72 TO ORIGEM-NR-REL(1:6).
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

       GRAVA-DETALHE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-EXCECAO-ORIGEM - candidato que nao entrou no lote
      *    (sem numero de RPS), para correcao do cadastro.
      *----------------------------------------------------------------
       IMPRIME-EXCECAO-ORIGEM SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE ZEROS          TO NUMERO-RPS-REL.
           MOVE ORIGEM-W       TO ORIGEM-REL.
           MOVE SPACES         TO ORIGEM-NR-REL.
           IF   ORIGEM-W EQUAL "PEDIDO"
                MOVE SEQUENCIA-PD100  TO ORIGEM-NR-REL(1:6)
           ELSE
                MOVE NR-CONTRATO-CO44 TO ORIGEM-NR-REL(1:6)
                MOVE "/"              TO ORIGEM-NR-REL(7:1)
                MOVE PARCELA-CO44     TO ORIGEM-NR-REL(8:2).
           MOVE CLIENTE-W      TO CLIENTE-REL.
           MOVE DATA-SERVICO-W TO DATA-SERV-REL.
           MOVE VALOR-W        TO VALOR-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN QTDE-EXCECOES-W.

       IMPRIME-EXCECAO-RPS SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NUMERO-RPS-CO72     TO NUMERO-RPS-REL.
           MOVE "RECUSADO"          TO ORIGEM-REL.
           MOVE SPACES              TO ORIGEM-NR-REL.
           MOVE CODIGO-CLIENTE-CO72 TO CLIENTE-REL.
           MOVE DATA-RPS-CO72       TO DATA-SERV-REL.
           MOVE VALOR-CO72          TO VALOR-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN QTDE-EXCECOES-W.

       IMPRIME-TOTAL SECTION.
           IF   PAG-W EQUAL ZEROS
                GO TO IMPRIME-TOTAL-EXIT.
           MOVE QTDE-NOVOS-W    TO QTDE-NOVOS-REL.
           MOVE QTDE-REENVIOS-W TO QTDE-REENV-REL.
           MOVE VALOR-TOTAL-W   TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT1.
           IF   QTDE-NOVOS-W GREATER ZEROS
                MOVE PRIM-RPS-W TO RPS-INI-REL
                MOVE ULT-RPS-W  TO RPS-FIM-REL
                WRITE REG-RELAT FROM LINTOT2.
           MOVE QTDE-EXCECOES-W TO QTDE-EXC-REL.
           WRITE REG-RELAT FROM LINTOT3.

       IMPRIME-TOTAL-EXIT. EXIT.

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
           CLOSE COD072 COD073 COD044 COD041 COD052 PDD100 CGD011
                 CXD112.
           IF   ST-CGD001 EQUAL "00"
                CLOSE CGD001.
           IF   ST-CGD012 EQUAL "00"
                CLOSE CGD012.

       END PROGRAM COP092.
