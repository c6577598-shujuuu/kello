       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP131.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: INTEGRACAO COM O MINILAB. A OPCAO E EXPORTA PARA A
      *        PASTA DO MINILAB OS TRABALHOS DE IMPRESSAO POR ALBUM E
      *        TIPO DE FOTO (JOB;ALBUM;TIPO;QTDE;IMPRESSORA;DESCRICAO,
      *        QTDE = VENDIDO DO ALBUM NO RCD100P; ALBUM COM PROVAS
      *        NAO APROVADAS - LBP103V "02" - FICA DE FORA). A OPCAO I
      *        IMPORTA O LOG DE PRODUCAO DA IMPRESSORA (JOB;IMPRESSORA;
      *        AAAAMMDD;HHMM INICIO;HHMM FIM;IMPRESSAS;REIMPRESSAS) E
      *        GRAVA O MOVIMENTO DE AMPLIACAO NO LBD103 PELAS MESMAS
      *        VALIDACOES DO LBP103 (PERIODO, ALBUM, HORARIO, ESCALA E
      *        MOTIVO DE REFACAO PARA AS REIMPRESSOES), COM O TURNO
      *        PELO HORARIO DO LBD023 E O FUNCIONARIO PELA ESCALA DA
      *        IMPRESSORA NO LBD033 QUANDO NAO INFORMADO. A LINHA QUE
      *        NAO PASSA VAI PARA A FILA DO SUPERVISOR (LBD040): A
      *        OPCAO P LISTA A FILA E A OPCAO S, COM SENHA DO
      *        SUPERVISOR, CORRIGE E GRAVA (FORA DA ESCALA ACEITO) OU
      *        DESCARTA CADA LINHA. A MESMA LINHA DO LOG NAO E'
      *        IMPORTADA DUAS VEZES. IMPRESSORA FORA DE CONTROLE DE
      *        PROCESSO COM BLOQUEIO (LBD043 - LBP133) MANDA PARA A
      *        FILA A PRODUCAO A PARTIR DA DATA DA LEITURA QUE A POS
      *        FORA, ATE A LEITURA CORRETIVA. FUNCIONARIO AUSENTE
      *        NA DATA (LBD046 - LBP135) TAMBEM MANDA A LINHA PARA A
      *        FILA, ONDE O SUPERVISOR CORRIGE O FUNCIONARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LBPX103.

           COPY LBPX023.

           COPY LBPX026.

           COPY LBPX027.

           COPY LBPX033.

           COPY LBPX040.

           COPY RCPX100P.

           SELECT MINILAB ASSIGN TO PATH-MINILAB-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-MINILAB.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LBPW103.

           COPY LBPW023.

           COPY LBPW026.

           COPY LBPW027.

           COPY LBPW033.

           COPY LBPW040.

           COPY RCPW100P.

       FD  MINILAB
           LABEL RECORD IS OMITTED.
       01  REG-MINILAB               PIC X(120).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD103             PIC XX       VALUE SPACES.
           05  ST-LBD023             PIC XX       VALUE SPACES.
           05  ST-LBD026             PIC XX       VALUE SPACES.
           05  ST-LBD027             PIC XX       VALUE SPACES.
           05  ST-LBD033             PIC XX       VALUE SPACES.
           05  ST-LBD040             PIC XX       VALUE SPACES.
           05  ST-RCD100P            PIC XX       VALUE SPACES.
           05  ST-MINILAB            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-FILA-W            PIC 9        VALUE ZEROS.
              88  FIM-FILA-TRUE         VALUE 1.
           05  ERRO-HORA-W           PIC 9        VALUE ZEROS.
           05  ERRO-REFACAO-W        PIC 9        VALUE ZEROS.
           05  AVISO-ESCALA-W        PIC 9        VALUE ZEROS.
           05  AVISO-PROVAS-W        PIC 9        VALUE ZEROS.
           05  ERRO-ALBUM-W          PIC 9        VALUE ZEROS.
           05  ERRO-PERIODO-W        PIC 9        VALUE ZEROS.
           05  ERRO-PROCESSO-W       PIC 9        VALUE ZEROS.
           05  AVISO-PROCESSO-W      PIC 9        VALUE ZEROS.
           05  ERRO-AUSENCIA-W       PIC 9        VALUE ZEROS.
           05  ACEITA-FORA-ESCALA-W  PIC 9        VALUE ZEROS.
      *    ACEITA-FORA-ESCALA-W = 1 na gravacao pelo supervisor: fora
      *    da escala volta a ser so aviso, como na tela do LBP103
           05  MINUTOS-INIC-W        PIC 9(4)     VALUE ZEROS.
           05  MINUTOS-FIM-W         PIC 9(4)     VALUE ZEROS.
           05  HORA-AUX-W            PIC 9(4)     VALUE ZEROS.
           05  MINUTO-AUX-W          PIC 9(4)     VALUE ZEROS.
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
           05  PATH-MINILAB-W        PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  SUPERVISOR-W          PIC X(5)     VALUE SPACES.
           05  ALBUM-INI-PARM        PIC 9(8)     VALUE ZEROS.
           05  ALBUM-FIM-PARM        PIC 9(8)     VALUE ZEROS.
           05  TIPO-FOTO-PARM        PIC X(2)     VALUE SPACES.
           05  IMPRESSORA-PARM       PIC X(2)     VALUE SPACES.
           05  FUNCIONARIO-PARM      PIC 9(6)     VALUE ZEROS.
           05  MOTIVO-PARM           PIC X(2)     VALUE SPACES.
           05  TURNO-PARM            PIC X(1)     VALUE SPACES.
           05  HORA-FIM-PARM         PIC 9(4)     VALUE ZEROS.
           05  ALBUM-ATUAL-W         PIC 9(8)     VALUE ZEROS.
           05  QTDE-ALBUM-W          PIC 9(7)     VALUE ZEROS.
           05  TURNO-ACHADO-W        PIC X(1)     VALUE SPACES.
           05  FUNCIONARIO-ACHADO-W  PIC 9(6)     VALUE ZEROS.
           05  QTDE-NO-TURNO-W       PIC 9(3)     VALUE ZEROS.
           05  UNICO-NO-TURNO-W      PIC 9(6)     VALUE ZEROS.
           05  HORA-TESTE-W          PIC 9(4)     VALUE ZEROS.
           05  OCORRENCIA-W          PIC X(30)    VALUE SPACES.
           05  RESULTADO-W           PIC X(30)    VALUE SPACES.
           05  QTDE-LIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-GRAVADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-PENDENTES-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-REPETIDOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-ILEGIVEIS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-AVISOS-W         PIC 9(6)     VALUE ZEROS.
           05  QTDE-JOBS-W           PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEM-APROVACAO-W  PIC 9(6)     VALUE ZEROS.
           05  QTDE-DESCARTADOS-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-FOTOS-ED-W       PIC Z(6)9    VALUE ZEROS.
           05  DATA-AUX-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

       01  CAMPOS-LOG.
      *    uma linha do log de producao do minilab
           05  JOB-CSV               PIC X(12).
           05  IMPRESSORA-CSV        PIC X(4).
           05  DATA-CSV              PIC X(10).
           05  HORA-INI-CSV          PIC X(6).
           05  HORA-FIM-CSV          PIC X(6).
           05  FOTOS-CSV             PIC X(7).
           05  REIMP-CSV             PIC X(7).
           05  TAM-FOTOS-W           PIC 9(2)     VALUE ZEROS.
           05  TAM-REIMP-W           PIC 9(2)     VALUE ZEROS.
           05  HORA-ED-W             PIC X(4)     VALUE SPACES.

       01  PARAMETROS-LBP103V.
           05  ALBUM-VAL               PIC 9(008).
           05  LBP103V-RETORNO         PIC X(002).

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    movimento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO      PIC X(2)     VALUE SPACES.

       01  PARAMETROS-LBP033V.
           05  DATA-ESC                PIC 9(008).
           05  TURNO-ESC               PIC X(001).
           05  FUNCIONARIO-ESC         PIC 9(006).
           05  LBP033V-RETORNO         PIC X(002).
           05  RECURSO-ESC             PIC X(003).

       01  PARAMETROS-LBP034V.
           05  MOTIVO-REF              PIC X(002).
           05  LBP034V-RETORNO         PIC X(002).
           05  DESCR-MOTIVO-REF        PIC X(020).
           05  RESPONSAVEL-REF         PIC 9(001).

       01  PARAMETROS-LBP044V.
           05  IMPRESSORA-PROC         PIC X(002).
           05  LBP044V-RETORNO         PIC X(002).
           05  DATA-LEITURA-PROC       PIC 9(008).
           05  OCORRENCIA-PROC         PIC X(030).
           05  IMPRESSORA-ACHADA-PROC  PIC X(002).
           05  QTDE-FORA-PROC          PIC 9(003).

       01  PARAMETROS-LBP046V.
           05  FUNCIONARIO-AUS         PIC 9(006).
           05  DATA-AUS                PIC 9(008).
           05  LBP046V-RETORNO         PIC X(002).
           05  TIPO-AUS                PIC X(001).
           05  DESCR-TIPO-AUS          PIC X(010).
           05  DATA-INIC-AUS           PIC 9(008).
           05  DATA-FIM-AUS            PIC 9(008).
           05  DOCUMENTO-AUS           PIC X(020).

       01  PARAMETROS-LBP112V.
           05  DATA-MOVTO-BX           PIC 9(008).
           05  SEQ-MOVTO-BX            PIC 9(003).
           05  TIPO-FOTO-BX            PIC X(002).
           05  QTDE-ROLOS-BX           PIC 9(005).
           05  USUARIO-BX              PIC X(005).
           05  LBP112V-RETORNO         PIC X(002).
           05  QTDE-ITENS-BX           PIC 9(003).

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
           05  TITULO-REL            PIC X(60)   VALUE SPACES.
           05  DATA-CAB-REL          PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "JOB        DATA       INIC FIM  IP FUNC.  T  IMPRESSAS  REI
      -    "MP OCORRENCIA".

       01  LINDET.
           05  JOB-REL               PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  HORA-INIC-REL         PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  HORA-FIM-REL          PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  IMPRESSORA-REL        PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FUNCIONARIO-REL       PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TURNO-REL             PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FOTOS-REL             PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  REIMP-REL             PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(30)   VALUE SPACES.

       01  LINTOT.
           05  TEXTO-TOT             PIC X(31)   VALUE SPACES.
           05  QTDE-TOT              PIC ZZZZZ9  VALUE ZEROS.

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
           MOVE "LBD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD103.
           MOVE "LBD023" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD023.
           MOVE "LBD026" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD026.
           MOVE "LBD027" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD027.
           MOVE "LBD033" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD033.
           MOVE "LBD040" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD040.
           MOVE "RCD100P" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD100P.
           CLOSE CONTROLE.

           OPEN I-O LBD103.
           IF   ST-LBD103 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD103: " ST-LBD103
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD023.
           IF   ST-LBD023 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD023: " ST-LBD023
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD026.
           IF   ST-LBD026 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD026: " ST-LBD026
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD027.
           IF   ST-LBD027 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD027: " ST-LBD027
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD033.
           IF   ST-LBD033 NOT EQUAL "00"
                DISPLAY "AVISO: LBD033 INDISPONIVEL (" ST-LBD033
                        ") - FUNCIONARIO SO PELO PARAMETRO.".
           OPEN INPUT RCD100P.
           IF   ST-RCD100P NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD100P: " ST-RCD100P
                MOVE 1 TO ERRO-W.

           OPEN I-O LBD040.
           IF   ST-LBD040 EQUAL "35"
                CLOSE LBD040       OPEN OUTPUT LBD040
                CLOSE LBD040       OPEN I-O LBD040.
           IF   ST-LBD040 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD040: " ST-LBD040
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
           MOVE "LBP131" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "INTEGRACAO COM O MINILAB (LBD103/LBD040)".
           DISPLAY "E-EXPORTA I-IMPORTA LOG P-PENDENTES S-SUPERVISOR F-
      -            "FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "E"  WHEN "e"  PERFORM EXPORTA-TRABALHOS
               WHEN "I"  WHEN "i"  PERFORM IMPORTA-LOG
               WHEN "P"  WHEN "p"  PERFORM RELATORIO-PENDENTES
               WHEN "S"  WHEN "s"  PERFORM FILA-SUPERVISOR
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EXPORTA-TRABALHOS - um trabalho por album da faixa no tipo
      *    de foto pedido; o JOB (album + tipo) volta no log da
      *    impressora e identifica o movimento na importacao.
      *----------------------------------------------------------------
       EXPORTA-TRABALHOS SECTION.
           DISPLAY "ALBUM INICIAL........................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-INI-PARM.
           DISPLAY "ALBUM FINAL..........................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-FIM-PARM.
           IF   ALBUM-FIM-PARM EQUAL ZEROS
                MOVE ALBUM-INI-PARM TO ALBUM-FIM-PARM.
           IF   ALBUM-FIM-PARM LESS ALBUM-INI-PARM
                DISPLAY "FAIXA INVALIDA."
                GO TO EXPORTA-TRABALHOS-EXIT.
           DISPLAY "TIPO DE FOTO (LBD027)................: "
               WITH NO ADVANCING.
           ACCEPT TIPO-FOTO-PARM.
           MOVE TIPO-FOTO-PARM TO CODIGO-LB27.
           READ LBD027
               INVALID KEY
                   DISPLAY "TIPO DE FOTO INEXISTENTE."
                   GO TO EXPORTA-TRABALHOS-EXIT
           END-READ.
           DISPLAY "IMPRESSORA (LBD026)..................: "
               WITH NO ADVANCING.
           ACCEPT IMPRESSORA-PARM.
           MOVE IMPRESSORA-PARM TO CODIGO-LB26.
           READ LBD026
               INVALID KEY
                   DISPLAY "IMPRESSORA INEXISTENTE."
                   GO TO EXPORTA-TRABALHOS-EXIT
           END-READ.
           IF   SITUACAO-LB26 NOT EQUAL 0
                DISPLAY "IMPRESSORA INATIVA."
                GO TO EXPORTA-TRABALHOS-EXIT.
           DISPLAY "ARQUIVO PARA O MINILAB (CAMINHO).....: "
               WITH NO ADVANCING.
           ACCEPT PATH-MINILAB-W.
           OPEN OUTPUT MINILAB.
           IF   ST-MINILAB NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-MINILAB
                GO TO EXPORTA-TRABALHOS-EXIT.

           MOVE ZEROS TO QTDE-JOBS-W QTDE-SEM-APROVACAO-W
                         FIM-VARREDURA-W ALBUM-ATUAL-W QTDE-ALBUM-W.
           MOVE ALBUM-INI-PARM TO ALBUM-RECP.
           MOVE ZEROS          TO SEQ-RECP.
           START RCD100P KEY IS NOT LESS CHAVE-ALBUM-RECP
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM SOMA-ALBUM UNTIL FIM-VARREDURA-TRUE.
           IF   ALBUM-ATUAL-W NOT EQUAL ZEROS
                PERFORM GRAVA-TRABALHO.
           CLOSE MINILAB.
           DISPLAY "EXPORTADOS " QTDE-JOBS-W " TRABALHO(S); "
                   QTDE-SEM-APROVACAO-W " ALBUM(NS) SEM PROVAS "
                   "APROVADAS (VER RCP108).".

       EXPORTA-TRABALHOS-EXIT. EXIT.

       SOMA-ALBUM SECTION.
           READ RCD100P NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO SOMA-ALBUM-EXIT.
           IF   ALBUM-RECP GREATER ALBUM-FIM-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO SOMA-ALBUM-EXIT.
           IF   ALBUM-RECP NOT EQUAL ALBUM-ATUAL-W
                IF   ALBUM-ATUAL-W NOT EQUAL ZEROS
                     PERFORM GRAVA-TRABALHO
                END-IF
                MOVE ALBUM-RECP TO ALBUM-ATUAL-W
                MOVE ZEROS      TO QTDE-ALBUM-W.
           ADD QTDE-VENDIDA-RECP TO QTDE-ALBUM-W.

       SOMA-ALBUM-EXIT. EXIT.

       GRAVA-TRABALHO SECTION.
           IF   QTDE-ALBUM-W EQUAL ZEROS
                GO TO GRAVA-TRABALHO-EXIT.
           MOVE ALBUM-ATUAL-W TO ALBUM-VAL.
           CALL "LBP103V" USING PARAMETROS-LBP103V.
           IF   LBP103V-RETORNO EQUAL "01"
           OR   LBP103V-RETORNO EQUAL "02"
                ADD 1 TO QTDE-SEM-APROVACAO-W
                GO TO GRAVA-TRABALHO-EXIT.
           MOVE QTDE-ALBUM-W TO QTDE-FOTOS-ED-W.
           MOVE SPACES TO REG-MINILAB.
           STRING ALBUM-ATUAL-W TIPO-FOTO-PARM ";"
                  ALBUM-ATUAL-W ";" TIPO-FOTO-PARM ";"
                  QTDE-ALBUM-W ";" IMPRESSORA-PARM ";"
                                            DELIMITED BY SIZE
                  DESCRICAO-LB27            DELIMITED BY "  "
                  INTO REG-MINILAB
           END-STRING.
           WRITE REG-MINILAB.
           ADD 1 TO QTDE-JOBS-W.

       GRAVA-TRABALHO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPORTA-LOG - cada linha do log da impressora vira LBD040;
      *    a que passa nas validacoes tambem vira movimento LBD103.
      *----------------------------------------------------------------
       IMPORTA-LOG SECTION.
           DISPLAY "LOG DE PRODUCAO DO MINILAB (CAMINHO).: "
               WITH NO ADVANCING.
           ACCEPT PATH-MINILAB-W.
           DISPLAY "FUNCIONARIO (0 = PELA ESCALA)........: "
               WITH NO ADVANCING.
           ACCEPT FUNCIONARIO-PARM.
           DISPLAY "MOTIVO DAS REIMPRESSOES (LBD034).....: "
               WITH NO ADVANCING.
           ACCEPT MOTIVO-PARM.
           IF   MOTIVO-PARM NOT EQUAL SPACES
                MOVE MOTIVO-PARM TO MOTIVO-REF
                CALL "LBP034V" USING PARAMETROS-LBP034V
                IF   LBP034V-RETORNO EQUAL "01"
                     DISPLAY "MOTIVO INEXISTENTE NO LBD034."
                     GO TO IMPORTA-LOG-EXIT.
           OPEN INPUT MINILAB.
           IF   ST-MINILAB NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-MINILAB
                GO TO IMPORTA-LOG-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-LIDOS-W QTDE-GRAVADOS-W QTDE-PENDENTES-W
                         QTDE-REPETIDOS-W QTDE-ILEGIVEIS-W
                         QTDE-AVISOS-W FIM-ARQ-W PAG-W
                         ACEITA-FORA-ESCALA-W.
           MOVE "MINILAB - IMPORTACAO DO LOG DE PRODUCAO - "
                TO TITULO-REL.
           PERFORM MOSTRA-DATA-CABECALHO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-LOG UNTIL FIM-ARQ-TRUE.
           CLOSE MINILAB.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "LINHAS LIDAS NO LOG..........: " TO TEXTO-TOT.
           MOVE QTDE-LIDOS-W     TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "GRAVADAS NO LBD103...........: " TO TEXTO-TOT.
           MOVE QTDE-GRAVADOS-W  TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "  COM AVISO DE PROVAS........: " TO TEXTO-TOT.
           MOVE QTDE-AVISOS-W    TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "NA FILA DO SUPERVISOR........: " TO TEXTO-TOT.
           MOVE QTDE-PENDENTES-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "JA IMPORTADAS ANTES..........: " TO TEXTO-TOT.
           MOVE QTDE-REPETIDOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "ILEGIVEIS (FORA DO FORMATO)..: " TO TEXTO-TOT.
           MOVE QTDE-ILEGIVEIS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "LOG IMPORTADO: " QTDE-LIDOS-W " LINHAS, "
                   QTDE-GRAVADOS-W " GRAVADAS, " QTDE-PENDENTES-W
                   " NA FILA DO SUPERVISOR.".

       IMPORTA-LOG-EXIT. EXIT.

       PROCESSA-LOG SECTION.
           READ MINILAB
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO PROCESSA-LOG-EXIT.
           IF   REG-MINILAB EQUAL SPACES
                GO TO PROCESSA-LOG-EXIT.
           ADD 1 TO QTDE-LIDOS-W.
           INSPECT REG-MINILAB REPLACING ALL '"' BY SPACE.
           INSPECT REG-MINILAB REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO JOB-CSV IMPRESSORA-CSV DATA-CSV HORA-INI-CSV
                          HORA-FIM-CSV FOTOS-CSV REIMP-CSV.
           MOVE ZEROS  TO TAM-FOTOS-W TAM-REIMP-W.
           UNSTRING REG-MINILAB DELIMITED BY ";"
               INTO JOB-CSV IMPRESSORA-CSV DATA-CSV HORA-INI-CSV
                    HORA-FIM-CSV
                    FOTOS-CSV COUNT IN TAM-FOTOS-W
                    REIMP-CSV COUNT IN TAM-REIMP-W
           END-UNSTRING.

           MOVE SPACES TO LINDET.
           MOVE ZEROS  TO DATA-REL HORA-INIC-REL HORA-FIM-REL
                          FUNCIONARIO-REL FOTOS-REL REIMP-REL.
           MOVE JOB-CSV(1:10)       TO JOB-REL.
           MOVE IMPRESSORA-CSV(1:2) TO IMPRESSORA-REL.

      *    sem job, data e hora de inicio nao ha' como identificar a
      *    linha - sai so no relatorio
           IF   JOB-CSV(1:8) NOT NUMERIC
           OR   JOB-CSV(9:2) EQUAL SPACES
           OR   JOB-CSV(11:2) NOT EQUAL SPACES
           OR   DATA-CSV(1:8) NOT NUMERIC
                GO TO PROCESSA-LOG-ILEGIVEL.
           MOVE HORA-INI-CSV TO HORA-ED-W.
           IF   HORA-INI-CSV(3:1) EQUAL ":"
                MOVE HORA-INI-CSV(4:2) TO HORA-ED-W(3:2).
           IF   HORA-ED-W NOT NUMERIC
                GO TO PROCESSA-LOG-ILEGIVEL.

           MOVE SPACES TO REG-LBD040.
           MOVE JOB-CSV(1:10)  TO JOB-LB40.
           MOVE DATA-CSV(1:8)  TO DATA-LB40.
           MOVE HORA-ED-W      TO HORA-INIC-LB40.
           READ LBD040
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QTDE-REPETIDOS-W
                   MOVE "LINHA JA IMPORTADA" TO OBS-REL
                   PERFORM IMPRIME-LINHA-LOG
                   GO TO PROCESSA-LOG-EXIT
           END-READ.

           MOVE SPACES TO REG-LBD040.
           MOVE JOB-CSV(1:10)       TO JOB-LB40.
           MOVE DATA-CSV(1:8)       TO DATA-LB40.
           MOVE HORA-ED-W           TO HORA-INIC-LB40.
           MOVE IMPRESSORA-CSV(1:2) TO IMPRESSORA-LB40.
           MOVE JOB-CSV(1:8)        TO ALBUM-LB40.
           MOVE JOB-CSV(9:2)        TO TIPO-FOTO-LB40.
           MOVE ZEROS TO HORA-FIM-LB40 QTDE-FOTOS-LB40 QTDE-REIMP-LB40
                         SEQ-L103-LB40 SEQ-REFACAO-LB40 SITUACAO-LB40.
           MOVE FUNCIONARIO-PARM    TO FUNCIONARIO-LB40.
           MOVE MOTIVO-PARM         TO MOTIVO-REFACAO-LB40.
           MOVE DATA-HOJE-W         TO DATA-IMPORTACAO-LB40.
           MOVE USUARIO-PARM        TO USUARIO-LB40.
           MOVE SPACES              TO OCORRENCIA-W.

           MOVE HORA-FIM-CSV TO HORA-ED-W.
           IF   HORA-FIM-CSV(3:1) EQUAL ":"
                MOVE HORA-FIM-CSV(4:2) TO HORA-ED-W(3:2).
           IF   HORA-ED-W NUMERIC
                MOVE HORA-ED-W TO HORA-FIM-LB40
           ELSE
                MOVE "HORA FIM ILEGIVEL" TO OCORRENCIA-W.
           IF   TAM-FOTOS-W GREATER ZEROS
           AND  TAM-FOTOS-W NOT GREATER 5
           AND  FOTOS-CSV(1:TAM-FOTOS-W) NUMERIC
                MOVE FOTOS-CSV(1:TAM-FOTOS-W) TO QTDE-FOTOS-LB40
           ELSE
                MOVE "QTDE IMPRESSA ILEGIVEL" TO OCORRENCIA-W.
           IF   TAM-REIMP-W GREATER ZEROS
                IF   TAM-REIMP-W NOT GREATER 5
                AND  REIMP-CSV(1:TAM-REIMP-W) NUMERIC
                     MOVE REIMP-CSV(1:TAM-REIMP-W) TO QTDE-REIMP-LB40
                ELSE
                     MOVE "QTDE REIMPRESSA ILEGIVEL" TO OCORRENCIA-W.

           IF   OCORRENCIA-W EQUAL SPACES
                PERFORM APLICA-VALIDACOES.
           IF   OCORRENCIA-W NOT EQUAL SPACES
                MOVE 0            TO SITUACAO-LB40
                MOVE OCORRENCIA-W TO OCORRENCIA-LB40
                ADD 1 TO QTDE-PENDENTES-W
                MOVE OCORRENCIA-W TO OBS-REL
           ELSE
                PERFORM GRAVA-MOVIMENTO
                ADD 1 TO QTDE-GRAVADOS-W
                MOVE RESULTADO-W  TO OBS-REL.
           WRITE REG-LBD040
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO LBD040: " ST-LBD040
           END-WRITE.
           PERFORM MOSTRA-LINHA-LB40.
           PERFORM IMPRIME-LINHA-LOG.
           GO TO PROCESSA-LOG-EXIT.

       PROCESSA-LOG-ILEGIVEL.
           ADD 1 TO QTDE-ILEGIVEIS-W.
           MOVE "LINHA FORA DO FORMATO" TO OBS-REL.
           PERFORM IMPRIME-LINHA-LOG.

       PROCESSA-LOG-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APLICA-VALIDACOES - cadastros do job, turno e funcionario
      *    deduzidos e as validacoes do LBP103 sobre o movimento
      *    montado. OCORRENCIA-W fica em branco quando tudo passa.
      *----------------------------------------------------------------
       APLICA-VALIDACOES SECTION.
           MOVE SPACES TO OCORRENCIA-W.
           MOVE TIPO-FOTO-LB40 TO CODIGO-LB27.
           READ LBD027
               INVALID KEY
                   MOVE "TIPO DE FOTO INEXISTENTE" TO OCORRENCIA-W
                   GO TO APLICA-VALIDACOES-EXIT
           END-READ.
           MOVE IMPRESSORA-LB40 TO CODIGO-LB26.
           READ LBD026
               INVALID KEY
                   MOVE "IMPRESSORA INEXISTENTE" TO OCORRENCIA-W
                   GO TO APLICA-VALIDACOES-EXIT
           END-READ.
           IF   TURNO-LB40 EQUAL SPACES
                PERFORM DETERMINA-TURNO
                MOVE TURNO-ACHADO-W TO TURNO-LB40.
           IF   TURNO-LB40 EQUAL SPACES
                MOVE "SEM TURNO PARA O HORARIO" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   FUNCIONARIO-LB40 EQUAL ZEROS
                PERFORM DETERMINA-FUNCIONARIO
                MOVE FUNCIONARIO-ACHADO-W TO FUNCIONARIO-LB40.
           IF   FUNCIONARIO-LB40 EQUAL ZEROS
                MOVE "SEM FUNCIONARIO NA ESCALA" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   QTDE-REIMP-LB40 GREATER ZEROS
           AND  MOTIVO-REFACAO-LB40 EQUAL SPACES
                MOVE "REIMPRESSAO SEM MOTIVO" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.

           PERFORM MONTA-MOVIMENTO.
           IF   QTDE-REIMP-LB40 GREATER ZEROS
                MOVE 1                   TO REFACAO-L103
                MOVE MOTIVO-REFACAO-LB40 TO MOTIVO-REFACAO-L103.
           PERFORM VALIDA-PERIODO.
           PERFORM VALIDA-ALBUM.
           PERFORM VALIDA-REFACAO.
           PERFORM VALIDA-ESCALA.
           PERFORM VALIDA-HORARIO.
           PERFORM VALIDA-PROCESSO.
           PERFORM VALIDA-AUSENCIA.
           IF   ERRO-PERIODO-W EQUAL 1
                MOVE "PERIODO CONTABIL FECHADO" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   ERRO-ALBUM-W EQUAL 1
                MOVE "ALBUM INEXISTENTE NO RCD100P" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   ERRO-REFACAO-W EQUAL 1
                MOVE "MOTIVO DE REFACAO INEXISTENTE" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   ERRO-HORA-W EQUAL 1
                MOVE "HORA FIM NAO POSTERIOR AO INICIO" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   AVISO-ESCALA-W EQUAL 1
           AND  ACEITA-FORA-ESCALA-W EQUAL 0
                MOVE "FUNCIONARIO FORA DA ESCALA" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   ERRO-PROCESSO-W EQUAL 1
                MOVE "IMPRESSORA FORA DE CONTROLE" TO OCORRENCIA-W
                GO TO APLICA-VALIDACOES-EXIT.
           IF   ERRO-AUSENCIA-W EQUAL 1
                STRING "FUNC. AUSENTE - " DESCR-TIPO-AUS
                       DELIMITED BY SIZE INTO OCORRENCIA-W
                END-STRING
                GO TO APLICA-VALIDACOES-EXIT.

       APLICA-VALIDACOES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    DETERMINA-TURNO - turno ativo do LBD023 cujo horario cobre
      *    o inicio do trabalho; o turno vinculado a impressora tem
      *    preferencia sobre o turno sem recurso.
      *----------------------------------------------------------------
       DETERMINA-TURNO SECTION.
           MOVE SPACES TO TURNO-ACHADO-W.
           MOVE ZEROS  TO FIM-VARREDURA-W.
           MOVE HORA-INIC-LB40 TO HORA-TESTE-W.
           MOVE LOW-VALUES TO CODIGO-LB23.
           START LBD023 KEY IS NOT LESS CODIGO-LB23
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-TURNO UNTIL FIM-VARREDURA-TRUE.

       DETERMINA-TURNO-EXIT. EXIT.

       LE-TURNO SECTION.
           READ LBD023 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-TURNO-EXIT.
           IF   SITUACAO-LB23 NOT EQUAL 0
                GO TO LE-TURNO-EXIT.
           IF   HORA-INIC-LB23 LESS HORA-FIM-LB23
                IF   HORA-TESTE-W LESS HORA-INIC-LB23
                OR   HORA-TESTE-W NOT LESS HORA-FIM-LB23
                     GO TO LE-TURNO-EXIT
                END-IF
           ELSE
                IF   HORA-TESTE-W LESS HORA-INIC-LB23
                AND  HORA-TESTE-W NOT LESS HORA-FIM-LB23
                     GO TO LE-TURNO-EXIT.
           IF   RECURSO-LB23(1:2) EQUAL IMPRESSORA-LB40
                MOVE CODIGO-LB23 TO TURNO-ACHADO-W
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-TURNO-EXIT.
           IF   RECURSO-LB23 EQUAL SPACES
           AND  TURNO-ACHADO-W EQUAL SPACES
                MOVE CODIGO-LB23 TO TURNO-ACHADO-W.

       LE-TURNO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    DETERMINA-FUNCIONARIO - quem a escala (LBD033) pos na
      *    impressora naquele dia/turno; sem escala por recurso, so'
      *    vale se houver um unico escalado no turno.
      *----------------------------------------------------------------
       DETERMINA-FUNCIONARIO SECTION.
           MOVE ZEROS TO FUNCIONARIO-ACHADO-W QTDE-NO-TURNO-W
                         UNICO-NO-TURNO-W FIM-VARREDURA-W.
           MOVE DATA-LB40  TO DATA-LB33.
           MOVE TURNO-LB40 TO TURNO-LB33.
           MOVE ZEROS      TO FUNCIONARIO-LB33.
           START LBD033 KEY IS NOT LESS CHAVE-LB33
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-ESCALA UNTIL FIM-VARREDURA-TRUE.
           IF   FUNCIONARIO-ACHADO-W EQUAL ZEROS
           AND  QTDE-NO-TURNO-W EQUAL 1
                MOVE UNICO-NO-TURNO-W TO FUNCIONARIO-ACHADO-W.

       DETERMINA-FUNCIONARIO-EXIT. EXIT.

       LE-ESCALA SECTION.
           READ LBD033 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ESCALA-EXIT.
           IF   DATA-LB33 NOT EQUAL DATA-LB40
           OR   TURNO-LB33 NOT EQUAL TURNO-LB40
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-ESCALA-EXIT.
           ADD 1 TO QTDE-NO-TURNO-W.
           MOVE FUNCIONARIO-LB33 TO UNICO-NO-TURNO-W.
           IF   RECURSO-LB33(1:2) EQUAL IMPRESSORA-LB40
                MOVE FUNCIONARIO-LB33 TO FUNCIONARIO-ACHADO-W
                MOVE 1 TO FIM-VARREDURA-W.

       LE-ESCALA-EXIT. EXIT.

       MONTA-MOVIMENTO SECTION.
           INITIALIZE REG-LBD103.
           MOVE DATA-LB40           TO DATA-MOVTO-L103.
           MOVE ZEROS               TO SEQ-L103.
           MOVE FUNCIONARIO-LB40    TO FUNCIONARIO-L103.
           MOVE TURNO-LB40          TO TURNO-L103.
           MOVE IMPRESSORA-LB40     TO IMPRESSORA-L103.
           MOVE ZEROS               TO QTDE-ROLOS-L103
                                       TEMPO-INTERRUPC-L103
                                       TEMPO-INTERVALO-L103.
           MOVE QTDE-FOTOS-LB40     TO QTDE-FOTOS-L103.
           MOVE TIPO-FOTO-LB40      TO TIPO-FOTO-L103.
           MOVE HORA-INIC-LB40      TO HORA-INIC-L103.
           MOVE HORA-FIM-LB40       TO HORA-FIM-L103.
           MOVE SPACES              TO TIPO-INTERR-L103.
           MOVE USUARIO-PARM        TO DIGITADOR-L103.
           MOVE ALBUM-LB40          TO ALBUM-L103.
           MOVE 0                   TO REFACAO-L103.
           MOVE SPACES              TO MOTIVO-REFACAO-L103.

      *----------------------------------------------------------------
      *    VALIDA-PERIODO / VALIDA-REFACAO / VALIDA-ESCALA /
      *    VALIDA-ALBUM / VALIDA-HORARIO - as mesmas do LBP103.
      *----------------------------------------------------------------
       VALIDA-PERIODO SECTION.
           MOVE ZEROS TO ERRO-PERIODO-W.
           MOVE DATA-MOVTO-L103 TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                MOVE 1 TO ERRO-PERIODO-W.

       VALIDA-PERIODO-EXIT. EXIT.

       VALIDA-REFACAO SECTION.
           MOVE ZEROS TO ERRO-REFACAO-W.
           IF   REFACAO-L103 NOT EQUAL 1
                MOVE 0      TO REFACAO-L103
                MOVE SPACES TO MOTIVO-REFACAO-L103
                GO TO VALIDA-REFACAO-EXIT.
           MOVE MOTIVO-REFACAO-L103 TO MOTIVO-REF.
           CALL "LBP034V" USING PARAMETROS-LBP034V.
           IF   LBP034V-RETORNO EQUAL "01"
                MOVE 1 TO ERRO-REFACAO-W.

       VALIDA-REFACAO-EXIT. EXIT.

       VALIDA-ESCALA SECTION.
           MOVE ZEROS TO AVISO-ESCALA-W.
           MOVE DATA-MOVTO-L103   TO DATA-ESC.
           MOVE TURNO-L103        TO TURNO-ESC.
           MOVE FUNCIONARIO-L103  TO FUNCIONARIO-ESC.
           CALL "LBP033V" USING PARAMETROS-LBP033V.
           IF   LBP033V-RETORNO EQUAL "01"
                MOVE 1 TO AVISO-ESCALA-W.

       VALIDA-ESCALA-EXIT. EXIT.

       VALIDA-ALBUM SECTION.
           MOVE ZEROS TO ERRO-ALBUM-W AVISO-PROVAS-W.
           IF   ALBUM-L103 EQUAL ZEROS
                GO TO VALIDA-ALBUM-EXIT.
           MOVE ALBUM-L103 TO ALBUM-VAL.
           CALL "LBP103V" USING PARAMETROS-LBP103V.
           IF   LBP103V-RETORNO EQUAL "01"
                MOVE 1 TO ERRO-ALBUM-W.
           IF   LBP103V-RETORNO EQUAL "02"
                MOVE 1 TO AVISO-PROVAS-W.

       VALIDA-ALBUM-EXIT. EXIT.

       VALIDA-HORARIO SECTION.
           MOVE ZEROS TO ERRO-HORA-W.
           DIVIDE HORA-INIC-L103 BY 100
                  GIVING HORA-AUX-W REMAINDER MINUTO-AUX-W.
           COMPUTE MINUTOS-INIC-W = HORA-AUX-W * 60 + MINUTO-AUX-W.
           DIVIDE HORA-FIM-L103  BY 100
                  GIVING HORA-AUX-W REMAINDER MINUTO-AUX-W.
           COMPUTE MINUTOS-FIM-W  = HORA-AUX-W * 60 + MINUTO-AUX-W.
           IF   MINUTOS-FIM-W NOT GREATER MINUTOS-INIC-W
                MOVE 1     TO ERRO-HORA-W
                MOVE ZEROS TO DURACAO-L103
           ELSE
                COMPUTE DURACAO-L103 = MINUTOS-FIM-W - MINUTOS-INIC-W.

       VALIDA-HORARIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-PROCESSO - como no LBP103: impressora bloqueada por
      *    controle de processo (LBP044V "01") recusa a producao a
      *    partir da data da leitura que a pos fora; antes disso, ou
      *    sem bloqueio, e' so' aviso. Nem o supervisor libera - a
      *    linha espera a leitura corretiva no LBP133.
      *----------------------------------------------------------------
       VALIDA-PROCESSO SECTION.
           MOVE ZEROS TO ERRO-PROCESSO-W AVISO-PROCESSO-W.
           MOVE IMPRESSORA-L103 TO IMPRESSORA-PROC.
           CALL "LBP044V" USING PARAMETROS-LBP044V.
           IF   LBP044V-RETORNO EQUAL "02"
                MOVE 1 TO AVISO-PROCESSO-W.
           IF   LBP044V-RETORNO NOT EQUAL "01"
                GO TO VALIDA-PROCESSO-EXIT.
           IF   DATA-MOVTO-L103 LESS DATA-LEITURA-PROC
                MOVE 1 TO AVISO-PROCESSO-W
           ELSE
                MOVE 1 TO ERRO-PROCESSO-W.

       VALIDA-PROCESSO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-AUSENCIA - como no LBP103: funcionario ausente na
      *    data (LBP046V "01") nao produz; nem o supervisor grava com
      *    ele - corrige o funcionario da linha ou a ausencia.
      *----------------------------------------------------------------
       VALIDA-AUSENCIA SECTION.
           MOVE ZEROS TO ERRO-AUSENCIA-W.
           MOVE FUNCIONARIO-L103 TO FUNCIONARIO-AUS.
           MOVE DATA-MOVTO-L103  TO DATA-AUS.
           CALL "LBP046V" USING PARAMETROS-LBP046V.
           IF   LBP046V-RETORNO EQUAL "01"
                MOVE 1 TO ERRO-AUSENCIA-W.

       VALIDA-AUSENCIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-MOVIMENTO - o impresso vira movimento normal e as
      *    reimpressoes um movimento de refacao com o motivo; cada um
      *    com a baixa de insumos do LBP112V, como na tela.
      *----------------------------------------------------------------
       GRAVA-MOVIMENTO SECTION.
           MOVE "GRAVADO NO LBD103" TO RESULTADO-W.
           IF   AVISO-PROVAS-W EQUAL 1
                MOVE "GRAVADO - PROVAS NAO APROVADAS" TO RESULTADO-W
                ADD 1 TO QTDE-AVISOS-W.
           IF   AVISO-ESCALA-W EQUAL 1
                MOVE "GRAVADO - FORA DA ESCALA" TO RESULTADO-W.
           IF   AVISO-PROCESSO-W EQUAL 1
                MOVE "GRAVADO - IMPR. FORA CONTROLE" TO RESULTADO-W
                ADD 1 TO QTDE-AVISOS-W.
           IF   QTDE-FOTOS-LB40 GREATER ZEROS
                PERFORM MONTA-MOVIMENTO
                PERFORM VALIDA-HORARIO
                PERFORM GRAVA-LBD103
                MOVE SEQ-L103 TO SEQ-L103-LB40.
           IF   QTDE-REIMP-LB40 GREATER ZEROS
                PERFORM MONTA-MOVIMENTO
                PERFORM VALIDA-HORARIO
                MOVE QTDE-REIMP-LB40     TO QTDE-FOTOS-L103
                MOVE 1                   TO REFACAO-L103
                MOVE MOTIVO-REFACAO-LB40 TO MOTIVO-REFACAO-L103
                PERFORM GRAVA-LBD103
                MOVE SEQ-L103 TO SEQ-REFACAO-LB40.
           MOVE 1      TO SITUACAO-LB40.
           MOVE SPACES TO OCORRENCIA-LB40.

       GRAVA-MOVIMENTO-EXIT. EXIT.

       GRAVA-LBD103 SECTION.
           MOVE 1 TO SEQ-L103.

       GRAVA-LBD103-TENTA.
           WRITE REG-LBD103
               INVALID KEY
                   IF   SEQ-L103 LESS 999
                        ADD 1 TO SEQ-L103
                        GO TO GRAVA-LBD103-TENTA
                   ELSE
                        DISPLAY "ERRO GRAVACAO LBD103: " ST-LBD103
                        MOVE ZEROS TO SEQ-L103
                        GO TO GRAVA-LBD103-EXIT
                   END-IF
           END-WRITE.
           MOVE DATA-MOVTO-L103 TO DATA-MOVTO-BX.
           MOVE SEQ-L103        TO SEQ-MOVTO-BX.
           MOVE TIPO-FOTO-L103  TO TIPO-FOTO-BX.
           MOVE QTDE-ROLOS-L103 TO QTDE-ROLOS-BX.
           MOVE USUARIO-PARM    TO USUARIO-BX.
           CALL "LBP112V" USING PARAMETROS-LBP112V.

       GRAVA-LBD103-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RELATORIO-PENDENTES - a fila do supervisor.
      *----------------------------------------------------------------
       RELATORIO-PENDENTES SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO PAG-W FIM-FILA-W QTDE-PENDENTES-W.
           MOVE "MINILAB - LINHAS DO LOG NA FILA DO SUPERVISOR - "
                TO TITULO-REL.
           PERFORM MOSTRA-DATA-CABECALHO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE LOW-VALUES TO CHAVE-LB40.
           START LBD040 KEY IS NOT LESS CHAVE-LB40
               INVALID KEY
                   MOVE 1 TO FIM-FILA-W
           END-START.
           PERFORM LISTA-PENDENTE UNTIL FIM-FILA-TRUE.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "LINHAS PENDENTES.............: " TO TEXTO-TOT.
           MOVE QTDE-PENDENTES-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO: " QTDE-PENDENTES-W
                   " LINHA(S) PENDENTE(S).".

       RELATORIO-PENDENTES-EXIT. EXIT.

       LISTA-PENDENTE SECTION.
           READ LBD040 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-FILA-W
                   GO TO LISTA-PENDENTE-EXIT.
           IF   SITUACAO-LB40 NOT EQUAL 0
                GO TO LISTA-PENDENTE-EXIT.
           PERFORM MOSTRA-LINHA-LB40.
           MOVE OCORRENCIA-LB40 TO OBS-REL.
           PERFORM IMPRIME-LINHA-LOG.
           ADD 1 TO QTDE-PENDENTES-W.

       LISTA-PENDENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    FILA-SUPERVISOR - com a senha do supervisor, cada linha
      *    pendente e' corrigida e gravada (fora da escala aceito,
      *    como aviso) ou descartada.
      *----------------------------------------------------------------
       FILA-SUPERVISOR SECTION.
           DISPLAY "SUPERVISOR...........................: "
               WITH NO ADVANCING.
           ACCEPT SUPERVISOR-W.
           DISPLAY "SENHA DO SUPERVISOR..................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE SUPERVISOR-W TO USUARIO-USU.
           MOVE "LBP131" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "SUPERVISOR RECUSADO (" GRDUSU-RETORNO ")."
                GO TO FILA-SUPERVISOR-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE 1 TO ACEITA-FORA-ESCALA-W.
           MOVE ZEROS TO FIM-FILA-W QTDE-GRAVADOS-W QTDE-DESCARTADOS-W
                         QTDE-AVISOS-W.
           MOVE LOW-VALUES TO CHAVE-LB40.
           START LBD040 KEY IS NOT LESS CHAVE-LB40
               INVALID KEY
                   MOVE 1 TO FIM-FILA-W
           END-START.
           PERFORM TRATA-PENDENTE UNTIL FIM-FILA-TRUE.
           MOVE 0 TO ACEITA-FORA-ESCALA-W.
           DISPLAY "FILA: " QTDE-GRAVADOS-W " GRAVADA(S), "
                   QTDE-DESCARTADOS-W " DESCARTADA(S).".

       FILA-SUPERVISOR-EXIT. EXIT.

       TRATA-PENDENTE SECTION.
           READ LBD040 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-FILA-W
                   GO TO TRATA-PENDENTE-EXIT.
           IF   SITUACAO-LB40 NOT EQUAL 0
                GO TO TRATA-PENDENTE-EXIT.
           DISPLAY " ".
           DISPLAY "JOB " JOB-LB40 " EM " DATA-LB40 " " HORA-INIC-LB40
                   "-" HORA-FIM-LB40 " IMPRESSORA " IMPRESSORA-LB40.
           DISPLAY "  FUNC. " FUNCIONARIO-LB40 " TURNO " TURNO-LB40
                   " IMPRESSAS " QTDE-FOTOS-LB40 " REIMPRESSAS "
                   QTDE-REIMP-LB40 " MOTIVO " MOTIVO-REFACAO-LB40.
           DISPLAY "  OCORRENCIA: " OCORRENCIA-LB40.
           DISPLAY "G-GRAVA D-DESCARTA P-PROXIMA F-FIM..: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           EVALUATE RESPOSTA-W
               WHEN "G"  WHEN "g"  PERFORM CORRIGE-PENDENTE
               WHEN "D"  WHEN "d"  PERFORM DESCARTA-PENDENTE
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-FILA-W
               WHEN OTHER CONTINUE
           END-EVALUATE.

       TRATA-PENDENTE-EXIT. EXIT.

       CORRIGE-PENDENTE SECTION.
           DISPLAY "FUNCIONARIO (0 = MANTEM/ESCALA)......: "
               WITH NO ADVANCING.
           ACCEPT FUNCIONARIO-PARM.
           IF   FUNCIONARIO-PARM NOT EQUAL ZEROS
                MOVE FUNCIONARIO-PARM TO FUNCIONARIO-LB40.
           DISPLAY "TURNO (BRANCO = MANTEM/HORARIO)......: "
               WITH NO ADVANCING.
           ACCEPT TURNO-PARM.
           IF   TURNO-PARM NOT EQUAL SPACES
                MOVE TURNO-PARM TO TURNO-LB40.
           DISPLAY "HORA FIM HHMM (0 = MANTEM)...........: "
               WITH NO ADVANCING.
           ACCEPT HORA-FIM-PARM.
           IF   HORA-FIM-PARM NOT EQUAL ZEROS
                MOVE HORA-FIM-PARM TO HORA-FIM-LB40.
           IF   QTDE-REIMP-LB40 GREATER ZEROS
                DISPLAY "MOTIVO DAS REIMPRESSOES (BRANCO = MANTEM): "
                    WITH NO ADVANCING
                ACCEPT MOTIVO-PARM
                IF   MOTIVO-PARM NOT EQUAL SPACES
                     MOVE MOTIVO-PARM TO MOTIVO-REFACAO-LB40.

           PERFORM APLICA-VALIDACOES.
           IF   OCORRENCIA-W NOT EQUAL SPACES
                MOVE OCORRENCIA-W TO OCORRENCIA-LB40
                DISPLAY "CONTINUA PENDENTE: " OCORRENCIA-W
           ELSE
                PERFORM GRAVA-MOVIMENTO
                MOVE SUPERVISOR-W TO SUPERVISOR-LB40
                ADD 1 TO QTDE-GRAVADOS-W
                DISPLAY RESULTADO-W.
           REWRITE REG-LBD040
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO LBD040: " ST-LBD040
           END-REWRITE.

       CORRIGE-PENDENTE-EXIT. EXIT.

       DESCARTA-PENDENTE SECTION.
           MOVE 2            TO SITUACAO-LB40.
           MOVE SUPERVISOR-W TO SUPERVISOR-LB40.
           REWRITE REG-LBD040
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO LBD040: " ST-LBD040
               NOT INVALID KEY
                   ADD 1 TO QTDE-DESCARTADOS-W
                   DISPLAY "LINHA DESCARTADA."
           END-REWRITE.

       DESCARTA-PENDENTE-EXIT. EXIT.

       MOSTRA-LINHA-LB40 SECTION.
           MOVE JOB-LB40          TO JOB-REL.
           MOVE DATA-LB40         TO DATA-AUX-W.
           MOVE DIA-AUX-W         TO DIA-DMA-W.
           MOVE MES-AUX-W         TO MES-DMA-W.
           MOVE ANO-AUX-W         TO ANO-DMA-W.
           MOVE DATA-DMA-R        TO DATA-REL.
           MOVE HORA-INIC-LB40    TO HORA-INIC-REL.
           MOVE HORA-FIM-LB40     TO HORA-FIM-REL.
           MOVE IMPRESSORA-LB40   TO IMPRESSORA-REL.
           MOVE FUNCIONARIO-LB40  TO FUNCIONARIO-REL.
           MOVE TURNO-LB40        TO TURNO-REL.
           MOVE QTDE-FOTOS-LB40   TO FOTOS-REL.
           MOVE QTDE-REIMP-LB40   TO REIMP-REL.

       MOSTRA-DATA-CABECALHO SECTION.
           MOVE DATA-HOJE-W TO DATA-AUX-W.
           MOVE DIA-AUX-W   TO DIA-DMA-W.
           MOVE MES-AUX-W   TO MES-DMA-W.
           MOVE ANO-AUX-W   TO ANO-DMA-W.
           MOVE DATA-DMA-R  TO DATA-CAB-REL.

       IMPRIME-LINHA-LOG SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

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
           CLOSE LBD103 LBD023 LBD026 LBD027 LBD033 LBD040 RCD100P.

       END PROGRAM LBP131.
