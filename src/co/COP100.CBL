       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP100.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: POSTAGEM PELOS CORREIOS DOS PROTOCOLOS DE ENTREGA
      *        (COD045) DE ALBUM E MASTER PARA OUTRAS CIDADES (COD084).
      *        A OPCAO S SELECIONA O PROTOCOLO AINDA NAO RECEBIDO COM
      *        O SERVICO (SEDEX/PAC) E O PESO. A OPCAO E EXPORTA A
      *        PRE-POSTAGEM DOS SELECIONADOS NO LAYOUT DE IMPORTACAO
      *        DOS CORREIOS (REFERENCIA;SERVICO;PESO;DESTINATARIO;
      *        ENDERECO;COMPLEMENTO;BAIRRO;CIDADE;UF;CEP, REFERENCIA =
      *        CONTRATO + SEQ DO PROTOCOLO), COM O DESTINATARIO DO
      *        TITULAR DO CONTRATO (COD041): NOME DO CGD001, ENDERECO
      *        DO CGD011 OU DO LEGADO CGD911 E CIDADE/UF DO CGD012.
      *        A OPCAO P IMPORTA O RECIBO DE POSTAGEM (REFERENCIA;
      *        RASTREIO;AAAAMMDD;VALOR) E GUARDA O CODIGO DE RASTREIO
      *        E O VALOR PAGO - QUE ENTRA NO CUSTO DO CONTRATO NO
      *        COP074. A OPCAO R IMPORTA OS EVENTOS DE RASTREAMENTO
      *        (RASTREIO;AAAAMMDD;TIPO;DESCRICAO;RECEBEDOR - TIPO "E"
      *        ENTREGUE, "D" DEVOLVIDO AO REMETENTE, OUTRO = EM
      *        TRANSITO): A ENTREGA CONFIRMA O PROTOCOLO COMO O
      *        RECEBIMENTO DO COP050 (DATA-RECEB-CO45, TRANSICOES DO
      *        VID107/RCD103 E PESQUISA COD056); A DEVOLUCAO ABRE
      *        TICKET DE ATRASO NO SAC (COD057 - VER COP071). A MESMA
      *        LINHA IMPORTADA DE NOVO NAO FAZ EFEITO. TRILHA EM
      *        LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX045.

           COPY COPX084.

           COPY COPX041.

           COPY COPX056.

           COPY COPX057.

           COPY VIPX107.

           COPY RCPX103.

           COPY CGPX001.

           COPY CGPX011.

           COPY CGPX911.

           COPY CGPX012.

           COPY LOGX003.

           SELECT CORREIO ASSIGN TO PATH-CORREIO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-CORREIO.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW045.

           COPY COPW084.

           COPY COPW041.

           COPY COPW056.

           COPY COPW057.

           COPY VIPW107.

           COPY RCPW103.

           COPY CGPW001.

           COPY CGPW011.

           COPY CGPW911.

           COPY CGPW012.

           COPY LOGW003.

       FD  CORREIO
           LABEL RECORD IS OMITTED.
       01  REG-CORREIO               PIC X(250).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-COD084             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD056             PIC XX       VALUE SPACES.
           05  ST-COD057             PIC XX       VALUE SPACES.
           05  ST-VID107             PIC XX       VALUE SPACES.
           05  ST-RCD103             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD911             PIC XX       VALUE SPACES.
           05  ST-CGD012             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-CORREIO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  ACHOU-CADASTRO-W      PIC 9        VALUE ZEROS.
           05  NOVO-REGISTRO-W       PIC 9        VALUE ZEROS.
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
           05  PATH-CORREIO-W        PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CONTRATO-PARM         PIC 9(6)     VALUE ZEROS.
           05  SEQ-PARM              PIC 9(3)     VALUE ZEROS.
           05  SERVICO-PARM          PIC 9        VALUE ZEROS.
      *    SERVICO-PARM = 1-SEDEX  2-PAC
           05  PESO-PARM             PIC 9(6)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  ULT-TICKET-W          PIC 9(6)     VALUE ZEROS.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  CURSO-PESQ-W          PIC X(4)     VALUE SPACES.
           05  TURMA-PESQ-W          PIC X(3)     VALUE SPACES.
           05  CLASSIF-PESQ-W        PIC 9        VALUE ZEROS.
           05  CLIENTE-PESQ-W        PIC 9(8)     VALUE ZEROS.
           05  NOME-CLIENTE-W        PIC X(40)    VALUE SPACES.
           05  ENDERECO-W            PIC X(45)    VALUE SPACES.
           05  COMPLEMENTO-W         PIC X(30)    VALUE SPACES.
           05  BAIRRO-W              PIC X(25)    VALUE SPACES.
           05  CIDADE-W              PIC 9(4)     VALUE ZEROS.
           05  NOME-CIDADE-W         PIC X(30)    VALUE SPACES.
           05  UF-W                  PIC X(2)     VALUE SPACES.
           05  CEP-W                 PIC 9(8)     VALUE ZEROS.
           05  VALOR-INT-W           PIC 9(6)     VALUE ZEROS.
           05  VALOR-DEC-W           PIC 9(2)     VALUE ZEROS.
           05  QTDE-LIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-GRAVADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEM-ENDERECO-W   PIC 9(6)     VALUE ZEROS.
           05  QTDE-RECEBIDOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-ENTREGUES-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-DEVOLVIDOS-W     PIC 9(6)     VALUE ZEROS.
           05  QTDE-REJEITADOS-W     PIC 9(6)     VALUE ZEROS.
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

       01  CAMPOS-CORREIO.
      *    uma linha do recibo de postagem ou do rastreamento
           05  REFERENCIA-CSV        PIC X(13).
           05  RASTREIO-CSV          PIC X(15).
           05  DATA-CSV              PIC X(10).
           05  VALOR-CSV             PIC X(12).
           05  TIPO-CSV              PIC X(12).
           05  DESCRICAO-CSV         PIC X(40).
           05  RECEBEDOR-CSV         PIC X(30).
           05  VALOR-INT-CSV         PIC X(8).
           05  VALOR-DEC-CSV         PIC X(4).
           05  TAM-INT-W             PIC 9(2)     VALUE ZEROS.
           05  TAM-DEC-W             PIC 9(2)     VALUE ZEROS.

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
           "CONTR./SEQ RASTREIO      DATA       OCORRENCIA".

       01  LINDET.
           05  CONTRATO-REL          PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  SEQ-REL               PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RASTREIO-REL          PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(50)   VALUE SPACES.

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
           MOVE "COD045" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD045.
           MOVE "COD084" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD084.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD056" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD056.
           MOVE "COD057" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD057.
           MOVE "VID107" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID107.
           MOVE "RCD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD103.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD911" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD911.
           MOVE "CGD012" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD012.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT COD041 CGD001 CGD011 CGD911 CGD012.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
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
           IF   ST-CGD012 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD012: " ST-CGD012
                MOVE 1 TO ERRO-W.

           OPEN I-O COD045.
           IF   ST-COD045 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD045: " ST-COD045
                MOVE 1 TO ERRO-W.

           OPEN I-O COD084.
           IF   ST-COD084 EQUAL "35"
                OPEN OUTPUT COD084
                CLOSE COD084
                OPEN I-O COD084.
           IF   ST-COD084 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD084: " ST-COD084
                MOVE 1 TO ERRO-W.

           OPEN I-O COD056.
           IF   ST-COD056 EQUAL "35"
                CLOSE COD056       OPEN OUTPUT COD056
                CLOSE COD056       OPEN I-O COD056.
           IF   ST-COD056 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD056: " ST-COD056
                MOVE 1 TO ERRO-W.

           OPEN I-O COD057.
           IF   ST-COD057 EQUAL "35"
                CLOSE COD057       OPEN OUTPUT COD057
                CLOSE COD057       OPEN I-O COD057.
           IF   ST-COD057 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD057: " ST-COD057
                MOVE 1 TO ERRO-W.

           OPEN I-O VID107.
           IF   ST-VID107 EQUAL "35"
                OPEN OUTPUT VID107
                CLOSE VID107
                OPEN I-O VID107.
           IF   ST-VID107 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA VID107: " ST-VID107
                MOVE 1 TO ERRO-W.

           OPEN I-O RCD103.
           IF   ST-RCD103 EQUAL "35"
                OPEN OUTPUT RCD103
                CLOSE RCD103
                OPEN I-O RCD103.
           IF   ST-RCD103 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD103: " ST-RCD103
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
           MOVE "COP100" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "POSTAGEM PELOS CORREIOS (COD084)".
           DISPLAY "S-SELECIONA E-EXPORTA P-POSTAGEM R-RASTREIO C-CONSU
      -            "LTA F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "S"  WHEN "s"  PERFORM SELECIONA-PROTOCOLO
               WHEN "E"  WHEN "e"  PERFORM EXPORTA-PREPOSTAGEM
               WHEN "P"  WHEN "p"  PERFORM IMPORTA-POSTAGEM
               WHEN "R"  WHEN "r"  PERFORM IMPORTA-RASTREIO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-CONTRATO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SELECIONA-PROTOCOLO - marca o protocolo para a proxima
      *    pre-postagem; antes do recibo de postagem o servico e o
      *    peso ainda podem ser corrigidos.
      *----------------------------------------------------------------
       SELECIONA-PROTOCOLO SECTION.
           PERFORM LOCALIZA-PROTOCOLO.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO SELECIONA-PROTOCOLO-EXIT.

           IF   DATA-RECEB-CO45 NOT EQUAL ZEROS
                DISPLAY "PROTOCOLO JA RECEBIDO EM " DATA-RECEB-CO45
                GO TO SELECIONA-PROTOCOLO-EXIT.

           MOVE 0 TO NOVO-REGISTRO-W.
           MOVE CHAVE-CO45 TO CHAVE-CO84.
           READ COD084
               INVALID KEY
                   MOVE 1 TO NOVO-REGISTRO-W
           END-READ.
           IF   NOVO-REGISTRO-W EQUAL 0
           AND  SITUACAO-CO84 GREATER 1
                DISPLAY "PROTOCOLO JA POSTADO - RASTREIO "
                        RASTREIO-CO84
                GO TO SELECIONA-PROTOCOLO-EXIT.

           DISPLAY "SERVICO (1-SEDEX 2-PAC)..............: "
               WITH NO ADVANCING.
           ACCEPT SERVICO-PARM.
           IF   SERVICO-PARM NOT EQUAL 1 AND NOT EQUAL 2
                DISPLAY "SERVICO INVALIDO."
                GO TO SELECIONA-PROTOCOLO-EXIT.
           DISPLAY "PESO DO VOLUME EM GRAMAS.............: "
               WITH NO ADVANCING.
           ACCEPT PESO-PARM.
           IF   PESO-PARM EQUAL ZEROS
                DISPLAY "PESO INVALIDO."
                GO TO SELECIONA-PROTOCOLO-EXIT.

           IF   NOVO-REGISTRO-W EQUAL 1
                MOVE SPACES TO REG-COD084
                MOVE CHAVE-CO45 TO CHAVE-CO84
                MOVE ZEROS  TO DATA-PREPOST-CO84 DATA-POSTAGEM-CO84
                               VALOR-POSTAGEM-CO84 DATA-EVENTO-CO84
                               TICKET-CO84
                MOVE SPACES TO RASTREIO-CO84 EVENTO-CO84
                MOVE 0      TO SITUACAO-ANT-W
           ELSE
                MOVE SITUACAO-CO84 TO SITUACAO-ANT-W.
           IF   SERVICO-PARM EQUAL 1
                MOVE "03220" TO SERVICO-CO84
           ELSE
                MOVE "03298" TO SERVICO-CO84.
           MOVE PESO-PARM    TO PESO-CO84.
           MOVE 0            TO SITUACAO-CO84.
           MOVE USUARIO-PARM TO USUARIO-CO84.
           IF   NOVO-REGISTRO-W EQUAL 1
                WRITE REG-COD084
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD084: " ST-COD084
                        GO TO SELECIONA-PROTOCOLO-EXIT
                END-WRITE
                MOVE "INCLUSAO" TO LOG3-OPERACAO
           ELSE
                REWRITE REG-COD084
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD084: " ST-COD084
                        GO TO SELECIONA-PROTOCOLO-EXIT
                END-REWRITE
                MOVE "ALTERACAO" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-POSTAGEM.
           DISPLAY "PROTOCOLO SELECIONADO PARA A PRE-POSTAGEM.".

       SELECIONA-PROTOCOLO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EXPORTA-PREPOSTAGEM - uma linha por protocolo selecionado
      *    (SITUACAO 0); protocolo recebido nesse meio tempo fica de
      *    fora e cliente sem CEP e' apontado para acerto no cadastro.
      *----------------------------------------------------------------
       EXPORTA-PREPOSTAGEM SECTION.
           DISPLAY "ARQUIVO DE PRE-POSTAGEM (CAMINHO)....: "
               WITH NO ADVANCING.
           ACCEPT PATH-CORREIO-W.
           OPEN OUTPUT CORREIO.
           IF   ST-CORREIO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-CORREIO
                GO TO EXPORTA-PREPOSTAGEM-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-GRAVADOS-W QTDE-SEM-ENDERECO-W
                         QTDE-RECEBIDOS-W FIM-VARREDURA-W.
           MOVE ZEROS TO CHAVE-CO84.
           START COD084 KEY IS NOT LESS CHAVE-CO84
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM EXPORTA-UM-PROTOCOLO UNTIL FIM-VARREDURA-TRUE.
           CLOSE CORREIO.
           DISPLAY "EXPORTADOS " QTDE-GRAVADOS-W " OBJETO(S); "
                   QTDE-SEM-ENDERECO-W " SEM CEP NO CADASTRO; "
                   QTDE-RECEBIDOS-W " JA RECEBIDO(S).".

       EXPORTA-PREPOSTAGEM-EXIT. EXIT.

       EXPORTA-UM-PROTOCOLO SECTION.
           READ COD084 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO EXPORTA-UM-PROTOCOLO-EXIT.
           IF   SITUACAO-CO84 NOT EQUAL 0
                GO TO EXPORTA-UM-PROTOCOLO-EXIT.

           MOVE CHAVE-CO84 TO CHAVE-CO45.
           READ COD045
               INVALID KEY
                   GO TO EXPORTA-UM-PROTOCOLO-EXIT
           END-READ.
           IF   DATA-RECEB-CO45 NOT EQUAL ZEROS
                ADD 1 TO QTDE-RECEBIDOS-W
                GO TO EXPORTA-UM-PROTOCOLO-EXIT.

           PERFORM BUSCA-CONTRATO.
           PERFORM MONTA-DADOS-CLIENTE.
           IF   CEP-W EQUAL ZEROS
                ADD 1 TO QTDE-SEM-ENDERECO-W
                DISPLAY "SEM CEP: CONTRATO " CONTRATO-CO84 " SEQ "
                        SEQ-CO84 " CLIENTE " CLASSIF-PESQ-W "/"
                        CLIENTE-PESQ-W
                GO TO EXPORTA-UM-PROTOCOLO-EXIT.

           MOVE SPACES TO REG-CORREIO.
           STRING CONTRATO-CO84 SEQ-CO84 ";"
                  SERVICO-CO84 ";" PESO-CO84 ";"
                                            DELIMITED BY SIZE
                  NOME-CLIENTE-W            DELIMITED BY "  "
                  ";"                       DELIMITED BY SIZE
                  ENDERECO-W                DELIMITED BY "  "
                  ";"                       DELIMITED BY SIZE
                  COMPLEMENTO-W             DELIMITED BY "  "
                  ";"                       DELIMITED BY SIZE
                  BAIRRO-W                  DELIMITED BY "  "
                  ";"                       DELIMITED BY SIZE
                  NOME-CIDADE-W             DELIMITED BY "  "
                  ";" UF-W ";" CEP-W        DELIMITED BY SIZE
                  INTO REG-CORREIO
           END-STRING.
           WRITE REG-CORREIO.
           ADD 1 TO QTDE-GRAVADOS-W.

           MOVE SITUACAO-CO84 TO SITUACAO-ANT-W.
           MOVE 1             TO SITUACAO-CO84.
           MOVE DATA-HOJE-W   TO DATA-PREPOST-CO84.
           MOVE USUARIO-PARM  TO USUARIO-CO84.
           REWRITE REG-COD084
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD084: " ST-COD084
                   GO TO EXPORTA-UM-PROTOCOLO-EXIT
           END-REWRITE.
           MOVE "PRE-POSTAGEM" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-POSTAGEM.

       EXPORTA-UM-PROTOCOLO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPORTA-POSTAGEM - recibo de postagem devolvido pelos
      *    Correios: o codigo de rastreio e o valor pago vao para o
      *    COD084 do protocolo da referencia.
      *----------------------------------------------------------------
       IMPORTA-POSTAGEM SECTION.
           DISPLAY "RECIBO DE POSTAGEM (CAMINHO).........: "
               WITH NO ADVANCING.
           ACCEPT PATH-CORREIO-W.
           OPEN INPUT CORREIO.
           IF   ST-CORREIO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-CORREIO
                GO TO IMPORTA-POSTAGEM-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-LIDOS-W QTDE-GRAVADOS-W
                         QTDE-REJEITADOS-W FIM-ARQ-W PAG-W.
           MOVE "CORREIOS - IMPORTACAO DO RECIBO DE POSTAGEM - "
                TO TITULO-REL.
           PERFORM MOSTRA-DATA-CABECALHO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-POSTAGEM UNTIL FIM-ARQ-TRUE.
           CLOSE CORREIO.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "LINHAS LIDAS NO RECIBO.......: " TO TEXTO-TOT.
           MOVE QTDE-LIDOS-W      TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "POSTAGENS REGISTRADAS........: " TO TEXTO-TOT.
           MOVE QTDE-GRAVADOS-W   TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "REJEITADAS...................: " TO TEXTO-TOT.
           MOVE QTDE-REJEITADOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RECIBO IMPORTADO: " QTDE-LIDOS-W " LINHAS, "
                   QTDE-GRAVADOS-W " POSTAGENS REGISTRADAS.".

       IMPORTA-POSTAGEM-EXIT. EXIT.

       PROCESSA-POSTAGEM SECTION.
           READ CORREIO
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO PROCESSA-POSTAGEM-EXIT.
           IF   REG-CORREIO EQUAL SPACES
                GO TO PROCESSA-POSTAGEM-EXIT.
           ADD 1 TO QTDE-LIDOS-W.
           INSPECT REG-CORREIO REPLACING ALL '"' BY SPACE.
           INSPECT REG-CORREIO REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO REFERENCIA-CSV RASTREIO-CSV DATA-CSV
                          VALOR-CSV.
           UNSTRING REG-CORREIO DELIMITED BY ";"
               INTO REFERENCIA-CSV RASTREIO-CSV DATA-CSV VALOR-CSV
           END-UNSTRING.

           MOVE SPACES TO RASTREIO-REL OBS-REL.
           MOVE ZEROS  TO CONTRATO-REL SEQ-REL DATA-REL.
           MOVE RASTREIO-CSV(1:13) TO RASTREIO-REL.

           IF   REFERENCIA-CSV(1:9) NOT NUMERIC
           OR   REFERENCIA-CSV(10:4) NOT EQUAL SPACES
           OR   RASTREIO-CSV(1:13) EQUAL SPACES
           OR   RASTREIO-CSV(14:2) NOT EQUAL SPACES
           OR   DATA-CSV(1:8) NOT NUMERIC
                MOVE "LINHA FORA DO FORMATO" TO OBS-REL
                GO TO PROCESSA-POSTAGEM-REJEITA.
           MOVE REFERENCIA-CSV(1:6) TO CONTRATO-REL.
           MOVE REFERENCIA-CSV(7:3) TO SEQ-REL.
           MOVE DATA-CSV(1:8)       TO DATA-AUX-W.
           PERFORM EDITA-DATA-DETALHE.

           PERFORM CONVERTE-VALOR.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                MOVE "VALOR DA POSTAGEM ILEGIVEL" TO OBS-REL
                GO TO PROCESSA-POSTAGEM-REJEITA.

           MOVE REFERENCIA-CSV(1:9) TO CHAVE-CO84.
           READ COD084
               INVALID KEY
                   MOVE "PROTOCOLO NAO SELECIONADO (OPCAO S)"
                        TO OBS-REL
                   GO TO PROCESSA-POSTAGEM-REJEITA
           END-READ.
           IF   SITUACAO-CO84 GREATER 1
                IF   RASTREIO-CO84 EQUAL RASTREIO-CSV(1:13)
                     MOVE "POSTAGEM JA REGISTRADA" TO OBS-REL
                ELSE
                     MOVE "PROTOCOLO JA POSTADO COM OUTRO RASTREIO"
                          TO OBS-REL
                END-IF
                GO TO PROCESSA-POSTAGEM-REJEITA.

           MOVE SITUACAO-CO84      TO SITUACAO-ANT-W.
           MOVE RASTREIO-CSV(1:13) TO RASTREIO-CO84.
           MOVE DATA-CSV(1:8)      TO DATA-POSTAGEM-CO84
                                      DATA-EVENTO-CO84.
           MOVE "POSTADO"          TO EVENTO-CO84.
           COMPUTE VALOR-POSTAGEM-CO84 =
                   VALOR-INT-W + VALOR-DEC-W / 100.
           MOVE 2                  TO SITUACAO-CO84.
           MOVE USUARIO-PARM       TO USUARIO-CO84.
           REWRITE REG-COD084
               INVALID KEY
                   MOVE "ERRO REGRAVACAO COD084" TO OBS-REL
                   GO TO PROCESSA-POSTAGEM-REJEITA
           END-REWRITE.
           MOVE "POSTAGEM" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-POSTAGEM.
           ADD 1 TO QTDE-GRAVADOS-W.
           MOVE "POSTAGEM REGISTRADA" TO OBS-REL.
           PERFORM IMPRIME-DETALHE.
           GO TO PROCESSA-POSTAGEM-EXIT.

       PROCESSA-POSTAGEM-REJEITA.
           ADD 1 TO QTDE-REJEITADOS-W.
           PERFORM IMPRIME-DETALHE.

       PROCESSA-POSTAGEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONVERTE-VALOR - valor do recibo com virgula ou ponto
      *    decimal ("25,40", "25.4", "25").
      *----------------------------------------------------------------
       CONVERTE-VALOR SECTION.
           MOVE ZEROS  TO VALOR-INT-W VALOR-DEC-W TAM-INT-W TAM-DEC-W.
           MOVE SPACES TO VALOR-INT-CSV VALOR-DEC-CSV.
           UNSTRING VALOR-CSV DELIMITED BY "," OR "." OR " "
               INTO VALOR-INT-CSV COUNT IN TAM-INT-W
                    VALOR-DEC-CSV COUNT IN TAM-DEC-W
           END-UNSTRING.
           IF   TAM-INT-W EQUAL ZEROS
           OR   TAM-INT-W GREATER 6
           OR   TAM-DEC-W GREATER 2
                MOVE 1 TO ERRO-W
                GO TO CONVERTE-VALOR-EXIT.
           IF   VALOR-INT-CSV(1:TAM-INT-W) NOT NUMERIC
                MOVE 1 TO ERRO-W
                GO TO CONVERTE-VALOR-EXIT.
           MOVE VALOR-INT-CSV(1:TAM-INT-W) TO VALOR-INT-W.
           IF   TAM-DEC-W EQUAL ZEROS
                GO TO CONVERTE-VALOR-EXIT.
           IF   TAM-DEC-W EQUAL 1
                MOVE "0" TO VALOR-DEC-CSV(2:1).
           IF   VALOR-DEC-CSV(1:2) NOT NUMERIC
                MOVE 1 TO ERRO-W
                GO TO CONVERTE-VALOR-EXIT.
           MOVE VALOR-DEC-CSV(1:2) TO VALOR-DEC-W.

       CONVERTE-VALOR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPORTA-RASTREIO - eventos do rastreamento por codigo de
      *    objeto; evento mais antigo que o ja registrado e objeto ja
      *    entregue/devolvido nao mexem no COD084.
      *----------------------------------------------------------------
       IMPORTA-RASTREIO SECTION.
           DISPLAY "ARQUIVO DE RASTREAMENTO (CAMINHO)....: "
               WITH NO ADVANCING.
           ACCEPT PATH-CORREIO-W.
           OPEN INPUT CORREIO.
           IF   ST-CORREIO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-CORREIO
                GO TO IMPORTA-RASTREIO-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-LIDOS-W QTDE-GRAVADOS-W
                         QTDE-ENTREGUES-W QTDE-DEVOLVIDOS-W
                         QTDE-REJEITADOS-W FIM-ARQ-W PAG-W.
           MOVE "CORREIOS - IMPORTACAO DO RASTREAMENTO - "
                TO TITULO-REL.
           PERFORM MOSTRA-DATA-CABECALHO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-RASTREIO UNTIL FIM-ARQ-TRUE.
           CLOSE CORREIO.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "EVENTOS LIDOS................: " TO TEXTO-TOT.
           MOVE QTDE-LIDOS-W      TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "EVENTOS REGISTRADOS..........: " TO TEXTO-TOT.
           MOVE QTDE-GRAVADOS-W   TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "  ENTREGAS CONFIRMADAS.......: " TO TEXTO-TOT.
           MOVE QTDE-ENTREGUES-W  TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "  DEVOLUCOES (TICKET NO SAC).: " TO TEXTO-TOT.
           MOVE QTDE-DEVOLVIDOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "IGNORADOS/REJEITADOS.........: " TO TEXTO-TOT.
           MOVE QTDE-REJEITADOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RASTREAMENTO IMPORTADO: " QTDE-LIDOS-W
                   " EVENTOS, " QTDE-ENTREGUES-W " ENTREGUES, "
                   QTDE-DEVOLVIDOS-W " DEVOLVIDOS.".

       IMPORTA-RASTREIO-EXIT. EXIT.

       PROCESSA-RASTREIO SECTION.
           READ CORREIO
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO PROCESSA-RASTREIO-EXIT.
           IF   REG-CORREIO EQUAL SPACES
                GO TO PROCESSA-RASTREIO-EXIT.
           ADD 1 TO QTDE-LIDOS-W.
           INSPECT REG-CORREIO REPLACING ALL '"' BY SPACE.
           INSPECT REG-CORREIO REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO RASTREIO-CSV DATA-CSV TIPO-CSV
                          DESCRICAO-CSV RECEBEDOR-CSV.
           UNSTRING REG-CORREIO DELIMITED BY ";"
               INTO RASTREIO-CSV DATA-CSV TIPO-CSV DESCRICAO-CSV
                    RECEBEDOR-CSV
           END-UNSTRING.

           MOVE SPACES TO RASTREIO-REL OBS-REL.
           MOVE ZEROS  TO CONTRATO-REL SEQ-REL DATA-REL.
           MOVE RASTREIO-CSV(1:13) TO RASTREIO-REL.

           IF   RASTREIO-CSV(1:13) EQUAL SPACES
           OR   RASTREIO-CSV(14:2) NOT EQUAL SPACES
           OR   DATA-CSV(1:8) NOT NUMERIC
                MOVE "LINHA FORA DO FORMATO" TO OBS-REL
                GO TO PROCESSA-RASTREIO-REJEITA.
           MOVE DATA-CSV(1:8) TO DATA-AUX-W.
           PERFORM EDITA-DATA-DETALHE.

           MOVE RASTREIO-CSV(1:13) TO RASTREIO-CO84.
           READ COD084 KEY IS RASTREIO-CO84
               INVALID KEY
                   MOVE "RASTREIO SEM POSTAGEM REGISTRADA" TO OBS-REL
                   GO TO PROCESSA-RASTREIO-REJEITA
           END-READ.
           MOVE CONTRATO-CO84 TO CONTRATO-REL.
           MOVE SEQ-CO84      TO SEQ-REL.
           IF   SITUACAO-CO84 GREATER 3
                MOVE "OBJETO JA ENTREGUE/DEVOLVIDO" TO OBS-REL
                GO TO PROCESSA-RASTREIO-REJEITA.
           IF   DATA-CSV(1:8) LESS DATA-EVENTO-CO84
                MOVE "EVENTO ANTERIOR AO JA REGISTRADO" TO OBS-REL
                GO TO PROCESSA-RASTREIO-REJEITA.

           MOVE SITUACAO-CO84      TO SITUACAO-ANT-W.
           MOVE DATA-CSV(1:8)      TO DATA-EVENTO-CO84.
           MOVE DESCRICAO-CSV      TO EVENTO-CO84.
           MOVE USUARIO-PARM       TO USUARIO-CO84.
           EVALUATE TIPO-CSV(1:1)
               WHEN "E"  WHEN "e"
                   MOVE 4 TO SITUACAO-CO84
                   PERFORM CONFIRMA-ENTREGA
                   ADD 1 TO QTDE-ENTREGUES-W
               WHEN "D"  WHEN "d"
                   MOVE 5 TO SITUACAO-CO84
                   PERFORM REGISTRA-DEVOLUCAO
                   ADD 1 TO QTDE-DEVOLVIDOS-W
               WHEN OTHER
                   MOVE 3 TO SITUACAO-CO84
                   MOVE DESCRICAO-CSV TO OBS-REL
           END-EVALUATE.
           REWRITE REG-COD084
               INVALID KEY
                   MOVE "ERRO REGRAVACAO COD084" TO OBS-REL
                   GO TO PROCESSA-RASTREIO-REJEITA
           END-REWRITE.
           IF   SITUACAO-CO84 NOT EQUAL SITUACAO-ANT-W
                MOVE "RASTREIO" TO LOG3-OPERACAO
                PERFORM GRAVA-LOG-POSTAGEM.
           ADD 1 TO QTDE-GRAVADOS-W.
           PERFORM IMPRIME-DETALHE.
           GO TO PROCESSA-RASTREIO-EXIT.

       PROCESSA-RASTREIO-REJEITA.
           ADD 1 TO QTDE-REJEITADOS-W.
           PERFORM IMPRIME-DETALHE.

       PROCESSA-RASTREIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFIRMA-ENTREGA - entrega no rastreamento vale como o
      *    recebimento do COP050: data e recebedor no protocolo,
      *    6-ENTREGUE no VID107 (master) ou 7-ENTREGUE no RCD103
      *    (album) e a pesquisa de satisfacao pendente. Protocolo ja
      *    confirmado a mao fica como esta.
      *----------------------------------------------------------------
       CONFIRMA-ENTREGA SECTION.
           MOVE CHAVE-CO84 TO CHAVE-CO45.
           READ COD045
               INVALID KEY
                   MOVE "ENTREGUE - PROTOCOLO NAO ENCONTRADO"
                        TO OBS-REL
                   GO TO CONFIRMA-ENTREGA-EXIT
           END-READ.
           IF   DATA-RECEB-CO45 NOT EQUAL ZEROS
                MOVE "ENTREGUE - PROTOCOLO JA CONFIRMADO" TO OBS-REL
                GO TO CONFIRMA-ENTREGA-EXIT.

           MOVE DATA-EVENTO-CO84 TO DATA-RECEB-CO45.
           IF   RECEBEDOR-CSV EQUAL SPACES
                MOVE SPACES TO QUEM-RECEBEU-CO45
                STRING "CORREIOS " RASTREIO-CO84 DELIMITED BY SIZE
                       INTO QUEM-RECEBEU-CO45
                END-STRING
           ELSE
                MOVE RECEBEDOR-CSV TO QUEM-RECEBEU-CO45.
           REWRITE REG-COD045
               INVALID KEY
                   MOVE "ENTREGUE - ERRO REGRAVACAO COD045" TO OBS-REL
                   GO TO CONFIRMA-ENTREGA-EXIT
           END-REWRITE.
           MOVE "RECEBIMENTO" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-PROTOCOLO.

           IF   TIPO-ITEM-CO45 EQUAL "M"
                PERFORM GRAVA-ENTREGUE-VID107.

           IF   TIPO-ITEM-CO45 EQUAL "A"
                PERFORM GRAVA-ENTREGUE-RCD103.

           PERFORM ABRE-PESQUISA.
           MOVE "ENTREGUE - PROTOCOLO CONFIRMADO" TO OBS-REL.

       CONFIRMA-ENTREGA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-DEVOLUCAO - objeto devolvido ao remetente abre
      *    ticket de atraso (TIPO 2) no SAC para o atendimento
      *    combinar o reenvio com o cliente do contrato.
      *----------------------------------------------------------------
       REGISTRA-DEVOLUCAO SECTION.
           IF   TICKET-CO84 NOT EQUAL ZEROS
                MOVE "DEVOLVIDO - TICKET JA ABERTO" TO OBS-REL
                GO TO REGISTRA-DEVOLUCAO-EXIT.

           MOVE CONTRATO-CO84 TO CONTRATO-CO45.
           PERFORM BUSCA-CONTRATO.
           PERFORM PROXIMO-TICKET.
           MOVE ULT-TICKET-W   TO TICKET-CO57.
           MOVE CLASSIF-PESQ-W TO CLASSIF-CLIENTE-CO57.
           MOVE CLIENTE-PESQ-W TO CODIGO-CLIENTE-CO57.
           MOVE CONTRATO-CO84  TO NR-CONTRATO-CO57.
           MOVE CURSO-PESQ-W   TO CURSO-CO57.
           MOVE TURMA-PESQ-W   TO TURMA-CO57.
           MOVE 2              TO TIPO-CO57.
           MOVE SPACES         TO DESCRICAO-CO57.
           STRING "DEVOLVIDO PELOS CORREIOS - PROTOCOLO "
                  CONTRATO-CO84 "/" SEQ-CO84 " RASTREIO "
                  RASTREIO-CO84 DELIMITED BY SIZE
                  INTO DESCRICAO-CO57
           END-STRING.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ABERTURA-CO57.
           MOVE USUARIO-PARM TO ABERTO-POR-CO57 USUARIO-CO57.
           MOVE 0            TO SITUACAO-CO57.
           MOVE ZEROS        TO DATA-RESOLUCAO-CO57
                                DATA-REFACAO-CO57 SEQ-REFACAO-CO57.
           MOVE SPACES       TO RESOLUCAO-CO57.
           WRITE REG-COD057
               INVALID KEY
                   MOVE "DEVOLVIDO - ERRO GRAVACAO COD057" TO OBS-REL
                   GO TO REGISTRA-DEVOLUCAO-EXIT
           END-WRITE.
           MOVE TICKET-CO57 TO TICKET-CO84.
           PERFORM GRAVA-LOG-TICKET.
           MOVE SPACES TO OBS-REL.
           STRING "DEVOLVIDO - TICKET " TICKET-CO57 " ABERTO"
                  DELIMITED BY SIZE INTO OBS-REL
           END-STRING.

       REGISTRA-DEVOLUCAO-EXIT. EXIT.

       PROXIMO-TICKET SECTION.
           MOVE ZEROS TO ULT-TICKET-W FIM-VARREDURA-W TICKET-CO57.
           START COD057 KEY IS NOT LESS TICKET-CO57
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM PROCURA-ULTIMO UNTIL FIM-VARREDURA-W EQUAL 1.
           ADD 1 TO ULT-TICKET-W.

       PROXIMO-TICKET-EXIT. EXIT.

       PROCURA-ULTIMO SECTION.
           READ COD057 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO PROCURA-ULTIMO-EXIT.
           MOVE TICKET-CO57 TO ULT-TICKET-W.

       PROCURA-ULTIMO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ABRE-PESQUISA - mesma abertura da pesquisa de satisfacao
      *    do COP050; reexecucao nao duplica (INVALID KEY).
      *----------------------------------------------------------------
       ABRE-PESQUISA SECTION.
           PERFORM BUSCA-CONTRATO.
           MOVE CONTRATO-CO45   TO CONTRATO-CO56.
           MOVE SEQ-CO45        TO SEQ-CO56.
           MOVE TIPO-ITEM-CO45  TO TIPO-ITEM-CO56.
           MOVE CURSO-PESQ-W    TO CURSO-CO56.
           MOVE TURMA-PESQ-W    TO TURMA-CO56.
           MOVE DATA-RECEB-CO45 TO DATA-ABERTURA-CO56.
           MOVE 0               TO SITUACAO-CO56.
           MOVE ZEROS           TO DATA-RESPOSTA-CO56
                                   NOTA-ALBUM-CO56 NOTA-VIDEO-CO56
                                   NOTA-ATENDIMENTO-CO56
                                   NOTA-PRAZO-CO56.
           MOVE SPACES          TO COMENTARIO-CO56.
           MOVE USUARIO-PARM    TO USUARIO-CO56.
           WRITE REG-COD056
               INVALID KEY CONTINUE
           END-WRITE.

       ABRE-PESQUISA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    BUSCA-CONTRATO - o COD041 nao tem chave so por contrato;
      *    posiciona pelo numero (primeiro componente da chave) e
      *    guarda turma e cliente titular do contrato do CONTRATO-CO45.
      *----------------------------------------------------------------
       BUSCA-CONTRATO SECTION.
           MOVE SPACES TO CURSO-PESQ-W TURMA-PESQ-W.
           MOVE ZEROS  TO CLASSIF-PESQ-W CLIENTE-PESQ-W.
           MOVE CONTRATO-CO45 TO NR-CONTRATO-CO41.
           MOVE SPACES        TO CURSO-CO41 TURMA-CO41.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   GO TO BUSCA-CONTRATO-EXIT
           END-START.
           READ COD041 NEXT RECORD
               AT END
                   GO TO BUSCA-CONTRATO-EXIT
           END-READ.
           IF   NR-CONTRATO-CO41 EQUAL CONTRATO-CO45
                MOVE CURSO-CO41           TO CURSO-PESQ-W
                MOVE TURMA-CO41           TO TURMA-PESQ-W
                MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-PESQ-W
                MOVE CODIGO-CLIENTE-CO41  TO CLIENTE-PESQ-W.

       BUSCA-CONTRATO-EXIT. EXIT.

      *    nome do CGD001; endereco do CGD011 com o fallback para o
      *    legado CGD911 (mesmo criterio do COP080); cidade/UF do
      *    CGD012
       MONTA-DADOS-CLIENTE SECTION.
           MOVE SPACES TO NOME-CLIENTE-W ENDERECO-W COMPLEMENTO-W
                          BAIRRO-W NOME-CIDADE-W UF-W.
           MOVE ZEROS  TO CIDADE-W CEP-W ACHOU-CADASTRO-W.

           MOVE CLIENTE-PESQ-W TO CODIGO-CG01.
           READ CGD001
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE NOME-CG01 TO NOME-CLIENTE-W
           END-READ.

           MOVE CLASSIF-PESQ-W TO CLASSIF-CG11.
           MOVE CLIENTE-PESQ-W TO CODIGO-CG11.
           READ CGD011
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ACHOU-CADASTRO-W
                   MOVE ENDERECO1-CG11    TO ENDERECO-W
                   MOVE COMPLEMENTO1-CG11 TO COMPLEMENTO-W
                   MOVE BAIRRO1-CG11      TO BAIRRO-W
                   MOVE CIDADE1-CG11      TO CIDADE-W
                   MOVE CEP1-CG11         TO CEP-W
           END-READ.
           IF   ACHOU-CADASTRO-W EQUAL 0
                MOVE CLASSIF-PESQ-W TO CLASSIF-CG91
                MOVE CLIENTE-PESQ-W TO CODIGO-CG91
                READ CGD911
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ENDERECO1-CG91    TO ENDERECO-W
                        MOVE COMPLEMENTO1-CG91 TO COMPLEMENTO-W
                        MOVE BAIRRO1-CG91      TO BAIRRO-W
                        MOVE CIDADE1-CG91      TO CIDADE-W
                        MOVE CEP1-CG91         TO CEP-W
                END-READ.

           MOVE CIDADE-W TO CIDADE-CG12.
           READ CGD012
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE NOME-CID-CG12 TO NOME-CIDADE-W
                   MOVE UF-CG12       TO UF-W
           END-READ.

       MONTA-DADOS-CLIENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-ENTREGUE-VID107 / GRAVA-ENTREGUE-RCD103 - as mesmas
      *    transicoes do recebimento do COP050, com a proxima
      *    sequencia do historico.
      *----------------------------------------------------------------
       GRAVA-ENTREGUE-VID107 SECTION.
           MOVE ZEROS TO ULT-SEQ-W.
           MOVE CONTRATO-CO45   TO CONTRATO-V107.
           MOVE ITEM-VIDEO-CO45 TO ITEM-V107.
           MOVE ZEROS           TO SEQ-V107.
           START VID107 KEY IS NOT LESS CHAVE-V107
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM PROCURA-ULT-SEQ-V107
           END-START.

           MOVE CONTRATO-CO45   TO CONTRATO-V107.
           MOVE ITEM-VIDEO-CO45 TO ITEM-V107.
           COMPUTE SEQ-V107 = ULT-SEQ-W + 1.
           MOVE 6               TO STATUS-V107.
           MOVE DATA-RECEB-CO45 TO DATA-V107.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1:6)     TO HORA-V107.
           MOVE USUARIO-PARM    TO USUARIO-V107.
           WRITE REG-VID107
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO VID107: " ST-VID107
           END-WRITE.

       GRAVA-ENTREGUE-VID107-EXIT. EXIT.

       PROCURA-ULT-SEQ-V107 SECTION.
           READ VID107 NEXT RECORD
               AT END
                   GO TO PROCURA-ULT-SEQ-V107-EXIT
           END-READ.
           IF   CONTRATO-V107 NOT EQUAL CONTRATO-CO45
           OR   ITEM-V107 NOT EQUAL ITEM-VIDEO-CO45
                GO TO PROCURA-ULT-SEQ-V107-EXIT.
           MOVE SEQ-V107 TO ULT-SEQ-W.
           GO TO PROCURA-ULT-SEQ-V107.

       PROCURA-ULT-SEQ-V107-EXIT. EXIT.

       GRAVA-ENTREGUE-RCD103 SECTION.
           MOVE ZEROS TO ULT-SEQ-W.
           MOVE ALBUM-CO45 TO ALBUM-RC103.
           MOVE ZEROS      TO SEQ-RC103.
           START RCD103 KEY IS NOT LESS CHAVE-RC103
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM PROCURA-ULT-SEQ-RC103
           END-START.

           MOVE ALBUM-CO45 TO ALBUM-RC103.
           COMPUTE SEQ-RC103 = ULT-SEQ-W + 1.
           MOVE 7               TO STATUS-RC103.
           MOVE DATA-RECEB-CO45 TO DATA-RC103.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1:6)     TO HORA-RC103.
           MOVE USUARIO-PARM    TO USUARIO-RC103.
           WRITE REG-RCD103
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO RCD103: " ST-RCD103
           END-WRITE.

       GRAVA-ENTREGUE-RCD103-EXIT. EXIT.

       PROCURA-ULT-SEQ-RC103 SECTION.
           READ RCD103 NEXT RECORD
               AT END
                   GO TO PROCURA-ULT-SEQ-RC103-EXIT
           END-READ.
           IF   ALBUM-RC103 NOT EQUAL ALBUM-CO45
                GO TO PROCURA-ULT-SEQ-RC103-EXIT.
           MOVE SEQ-RC103 TO ULT-SEQ-W.
           GO TO PROCURA-ULT-SEQ-RC103.

       PROCURA-ULT-SEQ-RC103-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-CONTRATO - protocolos do contrato com a situacao
      *    da postagem.
      *----------------------------------------------------------------
       CONSULTA-CONTRATO SECTION.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.

           MOVE CONTRATO-PARM TO CONTRATO-CO45.
           MOVE ZEROS         TO SEQ-CO45.
           START COD045 KEY IS NOT LESS CHAVE-CO45
               INVALID KEY
                   DISPLAY "CONTRATO SEM PROTOCOLOS."
                   GO TO CONSULTA-CONTRATO-EXIT.

           PERFORM LISTA-PROTOCOLO.

       CONSULTA-CONTRATO-EXIT. EXIT.

       LISTA-PROTOCOLO SECTION.
           READ COD045 NEXT RECORD
               AT END
                   GO TO LISTA-PROTOCOLO-EXIT.
           IF   CONTRATO-CO45 NOT EQUAL CONTRATO-PARM
                GO TO LISTA-PROTOCOLO-EXIT.
           MOVE CHAVE-CO45 TO CHAVE-CO84.
           READ COD084
               INVALID KEY
                   DISPLAY "SEQ " SEQ-CO45 " " TIPO-ITEM-CO45
                           " SEM POSTAGEM PELOS CORREIOS"
                   GO TO LISTA-PROTOCOLO
           END-READ.
           DISPLAY "SEQ " SEQ-CO45 " " TIPO-ITEM-CO45
                   " SERVICO " SERVICO-CO84 " SITUACAO "
                   SITUACAO-CO84 " RASTREIO " RASTREIO-CO84
                   " POSTADO " DATA-POSTAGEM-CO84.
           DISPLAY "    ULTIMO EVENTO " DATA-EVENTO-CO84 " "
                   EVENTO-CO84.
           IF   TICKET-CO84 NOT EQUAL ZEROS
                DISPLAY "    TICKET SAC " TICKET-CO84.
           GO TO LISTA-PROTOCOLO.

       LISTA-PROTOCOLO-EXIT. EXIT.

       LOCALIZA-PROTOCOLO SECTION.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           DISPLAY "SEQUENCIA DO PROTOCOLO...............: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.

           MOVE CONTRATO-PARM TO CONTRATO-CO45.
           MOVE SEQ-PARM      TO SEQ-CO45.
           READ COD045
               INVALID KEY
                   DISPLAY "PROTOCOLO NAO ENCONTRADO."
                   MOVE 1 TO ERRO-W
           END-READ.

       LOCALIZA-PROTOCOLO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-POSTAGEM / GRAVA-LOG-PROTOCOLO / GRAVA-LOG-TICKET
      *    - trilha em LOG003 nos moldes do COP050 e do COP071.
      *----------------------------------------------------------------
       GRAVA-LOG-POSTAGEM SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD084"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CONTRATO-CO84      TO LOG3-CHAVE-REG(1:6).
           MOVE SEQ-CO84           TO LOG3-CHAVE-REG(7:3).
           MOVE "SITUACAO-CO84"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SITUACAO-ANT-W     TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE SITUACAO-CO84      TO LOG3-VALOR-ATUAL(1:1).
           MOVE RASTREIO-CO84      TO LOG3-VALOR-ATUAL(3:13).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-LOG-PROTOCOLO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD045"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CONTRATO-CO45      TO LOG3-CHAVE-REG(1:6).
           MOVE SEQ-CO45           TO LOG3-CHAVE-REG(7:3).
           MOVE "DATA-RECEB-CO45"  TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE DATA-SAIDA-CO45    TO LOG3-VALOR-ANTERIOR(1:8).
           MOVE DATA-RECEB-CO45    TO LOG3-VALOR-ATUAL(1:8).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-LOG-TICKET SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "ABERTURA"         TO LOG3-OPERACAO.
           MOVE "COD057"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE TICKET-CO57        TO LOG3-CHAVE-REG(1:6).
           MOVE "SITUACAO-CO57"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SITUACAO-CO57      TO LOG3-VALOR-ATUAL(1:1).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       MOSTRA-DATA-CABECALHO SECTION.
           MOVE DATA-HOJE-W TO DATA-AUX-W.
           PERFORM EDITA-DATA-DETALHE.
           MOVE DATA-DMA-R  TO DATA-CAB-REL.

       EDITA-DATA-DETALHE SECTION.
           MOVE DIA-AUX-W   TO DIA-DMA-W.
           MOVE MES-AUX-W   TO MES-DMA-W.
           MOVE ANO-AUX-W   TO ANO-DMA-W.
           MOVE DATA-DMA-R  TO DATA-REL.

       IMPRIME-DETALHE SECTION.
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
           CLOSE COD041 CGD001 CGD011 CGD911 CGD012.
           CLOSE COD045 COD084 COD056 COD057 VID107 RCD103 LOG003.

       END PROGRAM COP100.
