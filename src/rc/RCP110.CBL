       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCP110.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: GALERIA ONLINE DE FOTOS (RCD107/RCD108): A FAMILIA
      *        ESCOLHE AS FOTOS NA GALERIA DO FORNECEDOR EM VEZ DE NA
      *        MESA COM AS PROVAS. A OPCAO E EXPORTA, POR FAIXA DE
      *        ALBUM, UMA LINHA POR LINHA DE PRODUTO DO RCD100P
      *        (ALBUM;SEQ;PRODUTO;MODELO;DESCRICAO;PLANILHADA;CODIGO)
      *        COM O CODIGO DE ACESSO DO CLIENTE, GERADO NA PRIMEIRA
      *        EXPORTACAO. A OPCAO I IMPORTA O ARQUIVO DE SELECAO
      *        (ALBUM;SEQ;FOTO - UMA LINHA POR FOTO ESCOLHIDA): GRAVA
      *        AS FOTOS NO RCD108, ACERTA QTDE-VENDIDA-RECP (ATE O
      *        PLANILHADO), LANCA O QUE PASSAR DO PLANILHADO COMO
      *        VENDA EXTRA NO ITEM DO PEDIDO VINCULADO (OPCAO V), COM
      *        O TOTAL REFEITO COMO NO PDP103, E DA A PROVA POR
      *        APROVADA NO RCD104 (RCP108). LINHAS RECUSADAS SAEM NO
      *        RELATORIO DA IMPORTACAO. A OPCAO L LISTA OS ALBUNS SEM
      *        SELECAO HA MAIS DE N DIAS PARA O LEMBRETE. TUDO COM
      *        TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY RCPX100P.

           COPY RCPX101.

           COPY RCPX104.

           COPY RCPX107.

           COPY RCPX108.

           COPY PDPX100.

           COPY PDPX101.

           COPY LOGX003.

           SELECT GALERIA ASSIGN TO PATH-GALERIA-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-GALERIA.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY RCPW100P.

           COPY RCPW101.

           COPY RCPW104.

           COPY RCPW107.

           COPY RCPW108.

           COPY PDPW100.

           COPY PDPW101.

           COPY LOGW003.

       FD  GALERIA
           LABEL RECORD IS OMITTED.
       01  REG-GALERIA               PIC X(120).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-RCD100P            PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-RCD104             PIC XX       VALUE SPACES.
           05  ST-RCD107             PIC XX       VALUE SPACES.
           05  ST-RCD108             PIC XX       VALUE SPACES.
           05  ST-PDD100             PIC XX       VALUE SPACES.
           05  ST-PDD101             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-GALERIA            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  FIM-LINHAS-W          PIC 9        VALUE ZEROS.
              88  FIM-LINHAS-TRUE       VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-FOTOS-W           PIC 9        VALUE ZEROS.
              88  FIM-FOTOS-TRUE        VALUE 1.
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
           05  PATH-GALERIA-W        PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  ALBUM-PARM            PIC 9(8)     VALUE ZEROS.
           05  ALBUM-INI-PARM        PIC 9(8)     VALUE ZEROS.
           05  ALBUM-FIM-PARM        PIC 9(8)     VALUE ZEROS.
           05  PEDIDO-PARM           PIC 9(6)     VALUE ZEROS.
           05  DIAS-PARM             PIC 9(3)     VALUE ZEROS.
           05  ALBUM-ANTERIOR-W      PIC 9(8)     VALUE ZEROS.
           05  PULA-ALBUM-W          PIC 9        VALUE ZEROS.
           05  ATUALIZA-PEDIDO-W     PIC 9        VALUE ZEROS.
           05  PEDIDO-ALTERADO-W     PIC 9        VALUE ZEROS.
           05  ITEM-ACHADO-W         PIC 9(3)     VALUE ZEROS.
           05  MAIOR-ITEM-W          PIC 9(3)     VALUE ZEROS.
           05  QTDE-EXTRA-W          PIC 9(6)     VALUE ZEROS.
           05  EXTRA-LINHA-W         PIC 9(6)     VALUE ZEROS.
           05  QTDE-ESCOLHIDA-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-FOTOS-LINHA-W    PIC 9(6)     VALUE ZEROS.
           05  NOVA-VENDIDA-W        PIC 9(6)     VALUE ZEROS.
           05  TOT-ESCOLHIDA-W       PIC 9(5)     VALUE ZEROS.
           05  TOT-VENDIDA-W         PIC 9(5)     VALUE ZEROS.
           05  TOT-EXTRA-W           PIC 9(5)     VALUE ZEROS.
           05  TOT-EXTRA-SEM-PED-W   PIC 9(5)     VALUE ZEROS.
           05  TOTAL-LINHAS-W        PIC 9(8)V99  VALUE ZEROS.
           05  CODIGO-NUM-W          PIC 9(7)     VALUE ZEROS.
           05  CODIGO-AUX-W          PIC 9(12)    VALUE ZEROS.
           05  DESCRICAO-CSV-W       PIC X(30)    VALUE SPACES.
           05  QTDE-LIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-ACEITOS-W        PIC 9(6)     VALUE ZEROS.
           05  QTDE-RECUSADOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-ALBUNS-W         PIC 9(5)     VALUE ZEROS.
           05  QTDE-PULADOS-W        PIC 9(5)     VALUE ZEROS.
           05  QTDE-LINHAS-EXP-W     PIC 9(6)     VALUE ZEROS.
           05  QTDE-LEMBRETE-W       PIC 9(5)     VALUE ZEROS.
           05  DIAS-ESPERA-W         PIC S9(6)    VALUE ZEROS.
           05  VALOR-LOG-W           PIC Z(9)9,99 VALUE ZEROS.
           05  QTDE-LOG-W            PIC Z(5)9    VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  IND-W                 PIC 9(3)     VALUE ZEROS.
           05  QTDE-TAB-W            PIC 9(3)     VALUE ZEROS.
           05  OBS-W                 PIC X(40)    VALUE SPACES.
           05  SERIAL-HOJE-W         PIC S9(8)    VALUE ZEROS.
           05  SERIAL-W              PIC S9(8)    VALUE ZEROS.
           05  DATA-SERIAL-W         PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-SERIAL-W.
               10  ANO-SER-W         PIC 9(4).
               10  MES-SER-W         PIC 9(2).
               10  DIA-SER-W         PIC 9(2).
           05  ANO-CALC-W            PIC 9(4)     VALUE ZEROS.
           05  OFFSET-MES-W          PIC 9(3)     VALUE ZEROS.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

       01  CAMPOS-SELECAO.
      *    uma linha do arquivo de selecao da galeria
           05  ALBUM-CSV             PIC X(10).
           05  SEQ-CSV               PIC X(5).
           05  FOTO-CSV              PIC X(20).
           05  TAM-ALBUM-W           PIC 9(2)     VALUE ZEROS.
           05  TAM-SEQ-W             PIC 9(2)     VALUE ZEROS.
           05  ALBUM-NUM-W           PIC 9(8)     VALUE ZEROS.
           05  SEQ-NUM-W             PIC 9(3)     VALUE ZEROS.

       01  TAB-ALBUNS.
      *    albuns do arquivo de selecao, aplicados depois da leitura
      *    de todas as linhas; ORDEM-TAB numera as fotos do album
           05  ALBUM-TAB-W           OCCURS 500 TIMES.
               10  ALBUM-TAB         PIC 9(8).
               10  ORDEM-TAB         PIC 9(3).

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
           05  CAB04-TEXTO           PIC X(90)   VALUE SPACES.
       01  CAB04-IMPORTA             PIC X(90)   VALUE
           "ALBUM    SEQ FOTO                 ESCOLH VENDID  EXTRA PEDI
      -    "DO OCORRENCIA".
       01  CAB04-LEMBRETE            PIC X(90)   VALUE
           "ALBUM    CONTRATO CODIGO   EXPORTADO  DIAS EXPORT. PEDIDO".

       01  LINDET.
           05  ALBUM-REL             PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-REL               PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FOTO-REL              PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ESCOLHIDA-REL         PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VENDIDA-REL           PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  EXTRA-REL             PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PEDIDO-REL            PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(29)   VALUE SPACES.

       01  LINLEM.
           05  ALBUM-LEM             PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTRATO-LEM          PIC Z(7)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CODIGO-LEM            PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  EXPORTADO-LEM         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DIAS-LEM              PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  EXPORTACOES-LEM       PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PEDIDO-LEM            PIC Z(5)9   VALUE ZEROS.

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
           MOVE "RCD100P" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD100P.
           MOVE "RCD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD101.
           MOVE "RCD104" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD104.
           MOVE "RCD107" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD107.
           MOVE "RCD108" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD108.
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "PDD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD101.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O RCD100P PDD100 PDD101.
           IF   ST-RCD100P NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD100P: " ST-RCD100P
                MOVE 1 TO ERRO-W.
           IF   ST-PDD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD100: " ST-PDD100
                MOVE 1 TO ERRO-W.
           IF   ST-PDD101 EQUAL "35"
                CLOSE PDD101       OPEN OUTPUT PDD101
                CLOSE PDD101       OPEN I-O PDD101.
           IF   ST-PDD101 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD101: " ST-PDD101
                MOVE 1 TO ERRO-W.

           OPEN INPUT RCD101.

           OPEN I-O RCD104.
           IF   ST-RCD104 EQUAL "35"
                CLOSE RCD104       OPEN OUTPUT RCD104
                CLOSE RCD104       OPEN I-O RCD104.
           IF   ST-RCD104 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD104: " ST-RCD104
                MOVE 1 TO ERRO-W.

           OPEN I-O RCD107.
           IF   ST-RCD107 EQUAL "35"
                CLOSE RCD107       OPEN OUTPUT RCD107
                CLOSE RCD107       OPEN I-O RCD107.
           IF   ST-RCD107 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD107: " ST-RCD107
                MOVE 1 TO ERRO-W.

           OPEN I-O RCD108.
           IF   ST-RCD108 EQUAL "35"
                CLOSE RCD108       OPEN OUTPUT RCD108
                CLOSE RCD108       OPEN I-O RCD108.
           IF   ST-RCD108 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD108: " ST-RCD108
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
           MOVE "RCP110" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "GALERIA ONLINE (RCD107)".
           DISPLAY "E-EXPORTA I-IMPORTA V-VINCULA PEDIDO L-LEMBRETE C-C
      -            "ONSULTA F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "E"  WHEN "e"  PERFORM EXPORTA-GALERIA
               WHEN "I"  WHEN "i"  PERFORM IMPORTA-SELECAO
               WHEN "V"  WHEN "v"  PERFORM VINCULA-PEDIDO
               WHEN "L"  WHEN "l"  PERFORM RELATORIO-LEMBRETE
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-ALBUM
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EXPORTA-GALERIA - uma linha por linha de produto de cada
      *    album da faixa (como a etiqueta do LBP129). Album com
      *    selecao ja importada nao volta para a galeria.
      *----------------------------------------------------------------
       EXPORTA-GALERIA SECTION.
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
                GO TO EXPORTA-GALERIA-EXIT.
           DISPLAY "ARQUIVO PARA A GALERIA (CAMINHO).....: "
               WITH NO ADVANCING.
           ACCEPT PATH-GALERIA-W.
           OPEN OUTPUT GALERIA.
           IF   ST-GALERIA NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-GALERIA
                GO TO EXPORTA-GALERIA-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-ALBUNS-W QTDE-PULADOS-W QTDE-LINHAS-EXP-W
                         ALBUM-ANTERIOR-W PULA-ALBUM-W FIM-LINHAS-W.
           MOVE ALBUM-INI-PARM TO ALBUM-RECP.
           MOVE ZEROS          TO SEQ-RECP.
           START RCD100P KEY IS NOT LESS CHAVE-ALBUM-RECP
               INVALID KEY
                   MOVE 1 TO FIM-LINHAS-W
           END-START.
           PERFORM EXPORTA-LINHA UNTIL FIM-LINHAS-TRUE.
           CLOSE GALERIA.
           DISPLAY "EXPORTADOS " QTDE-ALBUNS-W " ALBUM(NS), "
                   QTDE-LINHAS-EXP-W " LINHA(S); " QTDE-PULADOS-W
                   " COM SELECAO JA IMPORTADA.".

       EXPORTA-GALERIA-EXIT. EXIT.

       EXPORTA-LINHA SECTION.
           READ RCD100P NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LINHAS-W
                   GO TO EXPORTA-LINHA-EXIT.
           IF   ALBUM-RECP GREATER ALBUM-FIM-PARM
                MOVE 1 TO FIM-LINHAS-W
                GO TO EXPORTA-LINHA-EXIT.
           IF   ALBUM-RECP NOT EQUAL ALBUM-ANTERIOR-W
                MOVE ALBUM-RECP TO ALBUM-ANTERIOR-W
                PERFORM PREPARA-ALBUM-GALERIA.
           IF   PULA-ALBUM-W EQUAL 1
                GO TO EXPORTA-LINHA-EXIT.

           MOVE PRODUTO-RECP TO PRODUTO-RC101.
           MOVE MODELO-RECP  TO MODELO-RC101.
           READ RCD101
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-RC101
           END-READ.
           MOVE DESCRICAO-RC101 TO DESCRICAO-CSV-W.
           INSPECT DESCRICAO-CSV-W REPLACING ALL ";" BY ",".
           MOVE SPACES TO REG-GALERIA.
           STRING ALBUM-RECP ";" SEQ-RECP ";" PRODUTO-RECP ";"
                  MODELO-RECP ";"           DELIMITED BY SIZE
                  DESCRICAO-CSV-W           DELIMITED BY "  "
                  ";" QTDE-PLANILHADA-RECP ";"
                  CODIGO-ACESSO-RC107       DELIMITED BY SIZE
                  INTO REG-GALERIA
           END-STRING.
           WRITE REG-GALERIA.
           ADD 1 TO QTDE-LINHAS-EXP-W.

       EXPORTA-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PREPARA-ALBUM-GALERIA - primeira exportacao cria o RCD107
      *    com o codigo de acesso; as seguintes so contam.
      *----------------------------------------------------------------
       PREPARA-ALBUM-GALERIA SECTION.
           MOVE ZEROS TO PULA-ALBUM-W.
           MOVE ALBUM-RECP TO ALBUM-RC107.
           READ RCD107
               INVALID KEY
                   PERFORM CRIA-ALBUM-GALERIA
                   GO TO PREPARA-ALBUM-GALERIA-EXIT
           END-READ.
           IF   SITUACAO-RC107 EQUAL 1
                MOVE 1 TO PULA-ALBUM-W
                ADD 1 TO QTDE-PULADOS-W
                GO TO PREPARA-ALBUM-GALERIA-EXIT.
           IF   QTDE-EXPORTACOES-RC107 LESS 99
                ADD 1 TO QTDE-EXPORTACOES-RC107.
           MOVE USUARIO-PARM TO USUARIO-RC107.
           REWRITE REG-RCD107
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD107: " ST-RCD107
           END-REWRITE.
           ADD 1 TO QTDE-ALBUNS-W.

       PREPARA-ALBUM-GALERIA-EXIT. EXIT.

       CRIA-ALBUM-GALERIA SECTION.
           MOVE SPACES TO REG-RCD107.
           MOVE ALBUM-RECP TO ALBUM-RC107.
           ACCEPT HORA-W FROM TIME.
           COMPUTE CODIGO-AUX-W = ALBUM-RECP * 7919 + HORA-W.
           DIVIDE CODIGO-AUX-W BY 9999991 GIVING CODIGO-AUX-W
                  REMAINDER CODIGO-NUM-W.
           MOVE "K"            TO CODIGO-ACESSO-RC107(1:1).
           MOVE CODIGO-NUM-W   TO CODIGO-ACESSO-RC107(2:7).
           IF   CONTRATO-RECP NUMERIC
                MOVE CONTRATO-RECP TO CONTRATO-RC107
           ELSE
                MOVE ZEROS TO CONTRATO-RC107.
           MOVE ZEROS       TO PEDIDO-RC107 SITUACAO-RC107
                               DATA-SELECAO-RC107 QTDE-ESCOLHIDA-RC107
                               QTDE-EXTRA-RC107.
           MOVE DATA-HOJE-W TO DATA-EXPORTACAO-RC107.
           MOVE 1           TO QTDE-EXPORTACOES-RC107.
           MOVE USUARIO-PARM TO USUARIO-RC107.
           WRITE REG-RCD107
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO RCD107: " ST-RCD107
                   MOVE 1 TO PULA-ALBUM-W
                   GO TO CRIA-ALBUM-GALERIA-EXIT
           END-WRITE.
           ADD 1 TO QTDE-ALBUNS-W.
           MOVE "INCLUSAO"            TO LOG3-OPERACAO.
           MOVE "CODIGO-ACESSO-RC107" TO CAMPO-LOG-W.
           MOVE SPACES                TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE CODIGO-ACESSO-RC107   TO ATUAL-LOG-W(1:8).
           PERFORM GRAVA-LOG-GALERIA.

       CRIA-ALBUM-GALERIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPORTA-SELECAO - primeiro grava as fotos de cada linha
      *    aceita no RCD108; depois aplica album por album (venda no
      *    RCD100P, extra no pedido, aprovacao no RCD104).
      *----------------------------------------------------------------
       IMPORTA-SELECAO SECTION.
           DISPLAY "ARQUIVO DE SELECAO (CAMINHO).........: "
               WITH NO ADVANCING.
           ACCEPT PATH-GALERIA-W.
           OPEN INPUT GALERIA.
           IF   ST-GALERIA NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-GALERIA
                GO TO IMPORTA-SELECAO-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-LIDOS-W QTDE-ACEITOS-W QTDE-RECUSADOS-W
                         QTDE-TAB-W FIM-ARQ-W PAG-W TOT-ESCOLHIDA-W
                         TOT-VENDIDA-W TOT-EXTRA-W TOT-EXTRA-SEM-PED-W.
           MOVE "GALERIA ONLINE - SELECAO IMPORTADA - " TO TITULO-REL.
           PERFORM MOSTRA-DATA-CABECALHO.
           MOVE CAB04-IMPORTA TO CAB04-TEXTO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-SELECAO UNTIL FIM-ARQ-TRUE.
           CLOSE GALERIA.

           PERFORM APLICA-SELECAO
                   VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER QTDE-TAB-W.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "LINHAS LIDAS NO ARQUIVO......: " TO TEXTO-TOT.
           MOVE QTDE-LIDOS-W        TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "LINHAS RECUSADAS.............: " TO TEXTO-TOT.
           MOVE QTDE-RECUSADOS-W    TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "ALBUNS COM SELECAO...........: " TO TEXTO-TOT.
           MOVE QTDE-TAB-W          TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "FOTOS ESCOLHIDAS.............: " TO TEXTO-TOT.
           MOVE TOT-ESCOLHIDA-W     TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "FOTOS VENDIDAS (PLANILHADO)..: " TO TEXTO-TOT.
           MOVE TOT-VENDIDA-W       TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "VENDA EXTRA NO PEDIDO........: " TO TEXTO-TOT.
           MOVE TOT-EXTRA-W         TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "EXTRA SEM PEDIDO VINCULADO...: " TO TEXTO-TOT.
           MOVE TOT-EXTRA-SEM-PED-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "SELECAO IMPORTADA: " QTDE-LIDOS-W " LINHAS, "
                   QTDE-TAB-W " ALBUM(NS), " QTDE-RECUSADOS-W
                   " RECUSADA(S).".

       IMPORTA-SELECAO-EXIT. EXIT.

       PROCESSA-SELECAO SECTION.
           READ GALERIA
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO PROCESSA-SELECAO-EXIT.
           IF   REG-GALERIA EQUAL SPACES
                GO TO PROCESSA-SELECAO-EXIT.
           ADD 1 TO QTDE-LIDOS-W.
           INSPECT REG-GALERIA REPLACING ALL '"' BY SPACE.
           INSPECT REG-GALERIA REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO ALBUM-CSV SEQ-CSV FOTO-CSV.
           MOVE ZEROS  TO TAM-ALBUM-W TAM-SEQ-W ALBUM-NUM-W SEQ-NUM-W.
           UNSTRING REG-GALERIA DELIMITED BY ";"
               INTO ALBUM-CSV COUNT IN TAM-ALBUM-W
                    SEQ-CSV   COUNT IN TAM-SEQ-W
                    FOTO-CSV
           END-UNSTRING.
           MOVE SPACES TO LINDET.
           MOVE ZEROS  TO ALBUM-REL ESCOLHIDA-REL VENDIDA-REL EXTRA-REL
                          PEDIDO-REL.
           MOVE SEQ-CSV(1:3) TO SEQ-REL.
           MOVE FOTO-CSV     TO FOTO-REL.

           IF   TAM-ALBUM-W LESS 1  OR  TAM-ALBUM-W GREATER 8
                MOVE "ALBUM INVALIDO" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.
           IF   ALBUM-CSV(1:TAM-ALBUM-W) NOT NUMERIC
                MOVE "ALBUM INVALIDO" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.
           MOVE ALBUM-CSV(1:TAM-ALBUM-W) TO ALBUM-NUM-W.
           MOVE ALBUM-NUM-W TO ALBUM-REL.
           IF   TAM-SEQ-W LESS 1  OR  TAM-SEQ-W GREATER 3
                MOVE "SEQUENCIA INVALIDA" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.
           IF   SEQ-CSV(1:TAM-SEQ-W) NOT NUMERIC
                MOVE "SEQUENCIA INVALIDA" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.
           MOVE SEQ-CSV(1:TAM-SEQ-W) TO SEQ-NUM-W.
           IF   FOTO-CSV EQUAL SPACES
                MOVE "FOTO NAO INFORMADA" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.

           MOVE ALBUM-NUM-W TO ALBUM-RC107.
           READ RCD107
               INVALID KEY
                   MOVE "ALBUM NAO EXPORTADO" TO OBS-W
                   GO TO PROCESSA-SELECAO-RECUSA
           END-READ.
           IF   SITUACAO-RC107 EQUAL 1
                MOVE "SELECAO JA IMPORTADA" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.
           MOVE ALBUM-NUM-W TO ALBUM-RECP.
           MOVE SEQ-NUM-W   TO SEQ-RECP.
           READ RCD100P
               INVALID KEY
                   MOVE "LINHA INEXISTENTE NO ALBUM" TO OBS-W
                   GO TO PROCESSA-SELECAO-RECUSA
           END-READ.

           PERFORM LOCALIZA-ALBUM-TAB.
           IF   IND-W EQUAL ZEROS
                MOVE "LIMITE DE 500 ALBUNS NO ARQUIVO" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.
           IF   ORDEM-TAB (IND-W) NOT LESS 999
                MOVE "LIMITE DE 999 FOTOS NO ALBUM" TO OBS-W
                GO TO PROCESSA-SELECAO-RECUSA.
           ADD 1 TO ORDEM-TAB (IND-W).

           MOVE SPACES              TO REG-RCD108.
           MOVE ALBUM-NUM-W         TO ALBUM-RC108.
           MOVE SEQ-NUM-W           TO SEQ-RECP-RC108.
           MOVE ORDEM-TAB (IND-W)   TO ORDEM-RC108.
           MOVE FOTO-CSV            TO FOTO-RC108.
           MOVE "N"                 TO EXTRA-RC108.
           MOVE DATA-HOJE-W         TO DATA-SELECAO-RC108.
           WRITE REG-RCD108
               INVALID KEY
                   MOVE "ERRO DE GRAVACAO NO RCD108" TO OBS-W
                   GO TO PROCESSA-SELECAO-RECUSA
           END-WRITE.
           ADD 1 TO QTDE-ACEITOS-W.
           GO TO PROCESSA-SELECAO-EXIT.

       PROCESSA-SELECAO-RECUSA.
           ADD 1 TO QTDE-RECUSADOS-W.
           MOVE OBS-W TO OBS-REL.
           PERFORM IMPRIME-LINHA.

       PROCESSA-SELECAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-ALBUM-TAB - posicao do album na tabela; album novo
      *    no arquivo perde as fotos de uma importacao interrompida.
      *    IND-W = ZEROS quando a tabela esta cheia.
      *----------------------------------------------------------------
       LOCALIZA-ALBUM-TAB SECTION.
           MOVE 1 TO IND-W.

       LOCALIZA-ALBUM-TAB-LOOP.
           IF   IND-W GREATER QTDE-TAB-W
                GO TO LOCALIZA-ALBUM-TAB-NOVO.
           IF   ALBUM-TAB (IND-W) EQUAL ALBUM-NUM-W
                GO TO LOCALIZA-ALBUM-TAB-EXIT.
           ADD 1 TO IND-W.
           GO TO LOCALIZA-ALBUM-TAB-LOOP.

       LOCALIZA-ALBUM-TAB-NOVO.
           IF   QTDE-TAB-W NOT LESS 500
                MOVE ZEROS TO IND-W
                GO TO LOCALIZA-ALBUM-TAB-EXIT.
           ADD 1 TO QTDE-TAB-W.
           MOVE QTDE-TAB-W  TO IND-W.
           MOVE ALBUM-NUM-W TO ALBUM-TAB (IND-W).
           MOVE ZEROS       TO ORDEM-TAB (IND-W).
           PERFORM LIMPA-FOTOS-ALBUM.

       LOCALIZA-ALBUM-TAB-EXIT. EXIT.

       LIMPA-FOTOS-ALBUM SECTION.
           MOVE ZEROS TO FIM-FOTOS-W.
           MOVE ALBUM-NUM-W TO ALBUM-RC108.
           MOVE ZEROS       TO SEQ-RECP-RC108 ORDEM-RC108.
           START RCD108 KEY IS NOT LESS CHAVE-RC108
               INVALID KEY
                   MOVE 1 TO FIM-FOTOS-W
           END-START.
           PERFORM APAGA-FOTO UNTIL FIM-FOTOS-TRUE.

       LIMPA-FOTOS-ALBUM-EXIT. EXIT.

       APAGA-FOTO SECTION.
           READ RCD108 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-FOTOS-W
                   GO TO APAGA-FOTO-EXIT.
           IF   ALBUM-RC108 NOT EQUAL ALBUM-NUM-W
                MOVE 1 TO FIM-FOTOS-W
                GO TO APAGA-FOTO-EXIT.
           DELETE RCD108
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO RCD108: " ST-RCD108
           END-DELETE.

       APAGA-FOTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APLICA-SELECAO - para cada linha do album: vendida = o
      *    escolhido ate o planilhado; o que passar e' venda extra no
      *    item do pedido vinculado (mesmo produto/modelo). Depois o
      *    RCD107 fica com a selecao e a prova e' aprovada no RCD104.
      *----------------------------------------------------------------
       APLICA-SELECAO SECTION.
           MOVE ALBUM-TAB (IND-W) TO ALBUM-PARM ALBUM-RC107.
           READ RCD107
               INVALID KEY
                   GO TO APLICA-SELECAO-EXIT
           END-READ.
           MOVE PEDIDO-RC107 TO PEDIDO-PARM.
           MOVE ZEROS TO ATUALIZA-PEDIDO-W PEDIDO-ALTERADO-W
                         QTDE-ESCOLHIDA-W QTDE-EXTRA-W.
           MOVE SPACES TO OBS-W.
           IF   PEDIDO-PARM EQUAL ZEROS
                MOVE "SEM PEDIDO VINCULADO" TO OBS-W
           ELSE
                MOVE PEDIDO-PARM TO SEQUENCIA-PD100
                READ PDD100
                    INVALID KEY
                        MOVE "PEDIDO NAO ENCONTRADO" TO OBS-W
                    NOT INVALID KEY
                        IF   SITUACAO-PD100 EQUAL 4
                        OR   SITUACAO-PD100 EQUAL 5
                             MOVE "PEDIDO EFETIVADO/CANCELADO" TO OBS-W
                        ELSE
                             MOVE 1 TO ATUALIZA-PEDIDO-W
                        END-IF
                END-READ.

           MOVE ZEROS TO FIM-LINHAS-W.
           MOVE ALBUM-PARM TO ALBUM-RECP.
           MOVE ZEROS      TO SEQ-RECP.
           START RCD100P KEY IS NOT LESS CHAVE-ALBUM-RECP
               INVALID KEY
                   MOVE 1 TO FIM-LINHAS-W
           END-START.
           PERFORM APLICA-LINHA-ALBUM UNTIL FIM-LINHAS-TRUE.
           IF   PEDIDO-ALTERADO-W EQUAL 1
                PERFORM RECALCULA-TOTAL-PEDIDO.

           MOVE ALBUM-PARM TO ALBUM-RC107.
           READ RCD107
               INVALID KEY
                   GO TO APLICA-SELECAO-EXIT
           END-READ.
           MOVE 1                TO SITUACAO-RC107.
           MOVE DATA-HOJE-W      TO DATA-SELECAO-RC107.
           MOVE QTDE-ESCOLHIDA-W TO QTDE-ESCOLHIDA-RC107.
           MOVE QTDE-EXTRA-W     TO QTDE-EXTRA-RC107.
           MOVE USUARIO-PARM     TO USUARIO-RC107.
           REWRITE REG-RCD107
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD107: " ST-RCD107
           END-REWRITE.
           MOVE "SELECAO-GALERIA"  TO LOG3-OPERACAO.
           MOVE "SITUACAO-RC107"   TO CAMPO-LOG-W.
           MOVE SPACES             TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0"                TO ANTERIOR-LOG-W(1:1).
           MOVE "1 ESCOLHIDAS "    TO ATUAL-LOG-W(1:13).
           MOVE QTDE-ESCOLHIDA-W   TO QTDE-LOG-W.
           MOVE QTDE-LOG-W         TO ATUAL-LOG-W(14:6).
           MOVE " EXTRA "          TO ATUAL-LOG-W(20:7).
           MOVE QTDE-EXTRA-W       TO QTDE-LOG-W.
           MOVE QTDE-LOG-W         TO ATUAL-LOG-W(27:6).
           PERFORM GRAVA-LOG-GALERIA.

           PERFORM APROVA-PROVA.

           MOVE SPACES           TO LINDET.
           MOVE ALBUM-PARM       TO ALBUM-REL.
           MOVE QTDE-ESCOLHIDA-W TO ESCOLHIDA-REL.
           MOVE QTDE-EXTRA-W     TO EXTRA-REL.
           COMPUTE VENDIDA-REL = QTDE-ESCOLHIDA-W - QTDE-EXTRA-W.
           MOVE PEDIDO-PARM      TO PEDIDO-REL.
           IF   QTDE-EXTRA-W EQUAL ZEROS
                MOVE "SELECAO APLICADA" TO OBS-REL
           ELSE
                IF   ATUALIZA-PEDIDO-W EQUAL 1
                     MOVE "EXTRA LANCADO NO PEDIDO" TO OBS-REL
                ELSE
                     MOVE OBS-W TO OBS-REL
                     ADD QTDE-EXTRA-W TO TOT-EXTRA-SEM-PED-W.
           PERFORM IMPRIME-LINHA.
           ADD QTDE-ESCOLHIDA-W TO TOT-ESCOLHIDA-W.
           COMPUTE TOT-VENDIDA-W = TOT-VENDIDA-W + QTDE-ESCOLHIDA-W
                                 - QTDE-EXTRA-W.
           IF   ATUALIZA-PEDIDO-W EQUAL 1
                ADD QTDE-EXTRA-W TO TOT-EXTRA-W.

       APLICA-SELECAO-EXIT. EXIT.

       APLICA-LINHA-ALBUM SECTION.
           READ RCD100P NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LINHAS-W
                   GO TO APLICA-LINHA-ALBUM-EXIT.
           IF   ALBUM-RECP NOT EQUAL ALBUM-PARM
                MOVE 1 TO FIM-LINHAS-W
                GO TO APLICA-LINHA-ALBUM-EXIT.

           MOVE ZEROS TO QTDE-FOTOS-LINHA-W FIM-FOTOS-W.
           MOVE ALBUM-RECP TO ALBUM-RC108.
           MOVE SEQ-RECP   TO SEQ-RECP-RC108.
           MOVE ZEROS      TO ORDEM-RC108.
           START RCD108 KEY IS NOT LESS CHAVE-RC108
               INVALID KEY
                   MOVE 1 TO FIM-FOTOS-W
           END-START.
           PERFORM CONTA-FOTO-LINHA UNTIL FIM-FOTOS-TRUE.
           IF   QTDE-FOTOS-LINHA-W EQUAL ZEROS
                GO TO APLICA-LINHA-ALBUM-EXIT.
           ADD QTDE-FOTOS-LINHA-W TO QTDE-ESCOLHIDA-W.

           MOVE ZEROS TO EXTRA-LINHA-W.
           IF   QTDE-FOTOS-LINHA-W GREATER QTDE-PLANILHADA-RECP
                MOVE QTDE-PLANILHADA-RECP TO NOVA-VENDIDA-W
                COMPUTE EXTRA-LINHA-W = QTDE-FOTOS-LINHA-W
                                      - QTDE-PLANILHADA-RECP
                ADD EXTRA-LINHA-W TO QTDE-EXTRA-W
           ELSE
                MOVE QTDE-FOTOS-LINHA-W TO NOVA-VENDIDA-W.

      *    a leitura das fotos nao mexe na linha do album, que ainda
      *    esta na area do RCD100P para a regravacao
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE QTDE-VENDIDA-RECP TO QTDE-LOG-W.
           MOVE QTDE-LOG-W        TO ANTERIOR-LOG-W(1:6).
           MOVE NOVA-VENDIDA-W    TO QTDE-VENDIDA-RECP.
           COMPUTE VLRTOTAL-RECP = QTDE-VENDIDA-RECP * VLRUNI-RECP.
           REWRITE REG-RCD100P
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD100P: " ST-RCD100P
                   GO TO APLICA-LINHA-ALBUM-EXIT
           END-REWRITE.
           MOVE QTDE-VENDIDA-RECP   TO QTDE-LOG-W.
           MOVE QTDE-LOG-W          TO ATUAL-LOG-W(1:6).
           MOVE "ALTERACAO"         TO LOG3-OPERACAO.
           MOVE "QTDE-VENDIDA-RECP" TO CAMPO-LOG-W.
           MOVE "RCD100P"           TO LOG3-ARQUIVO.
           MOVE SPACES              TO LOG3-CHAVE-REG.
           MOVE CHAVE-ALBUM-RECP    TO LOG3-CHAVE-REG(1:11).
           PERFORM GRAVA-LOG-COMUM.

           IF   EXTRA-LINHA-W GREATER ZEROS
           AND  ATUALIZA-PEDIDO-W EQUAL 1
                PERFORM SOMA-ITEM-PEDIDO
                MOVE 1 TO PEDIDO-ALTERADO-W.

       APLICA-LINHA-ALBUM-EXIT. EXIT.

       CONTA-FOTO-LINHA SECTION.
           READ RCD108 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-FOTOS-W
                   GO TO CONTA-FOTO-LINHA-EXIT.
           IF   ALBUM-RC108 NOT EQUAL ALBUM-RECP
           OR   SEQ-RECP-RC108 NOT EQUAL SEQ-RECP
                MOVE 1 TO FIM-FOTOS-W
                GO TO CONTA-FOTO-LINHA-EXIT.
           ADD 1 TO QTDE-FOTOS-LINHA-W.
           IF   QTDE-FOTOS-LINHA-W GREATER QTDE-PLANILHADA-RECP
                MOVE "S" TO EXTRA-RC108
                REWRITE REG-RCD108
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO RCD108: " ST-RCD108
                END-REWRITE.

       CONTA-FOTO-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOMA-ITEM-PEDIDO - a venda extra entra no item do pedido do
      *    mesmo produto/modelo; sem item, abre um novo pelo preco da
      *    linha do album (como no RCP109).
      *----------------------------------------------------------------
       SOMA-ITEM-PEDIDO SECTION.
           PERFORM ACHA-ITEM-PEDIDO.
           IF   ITEM-ACHADO-W NOT EQUAL ZEROS
                MOVE PEDIDO-PARM   TO SEQUENCIA-PD101
                MOVE ITEM-ACHADO-W TO ITEM-PD101
                READ PDD101
                    INVALID KEY
                        GO TO SOMA-ITEM-PEDIDO-EXIT
                END-READ
                MOVE SPACES TO ANTERIOR-LOG-W
                MOVE QTDE-PD101 TO QTDE-LOG-W
                MOVE QTDE-LOG-W TO ANTERIOR-LOG-W(1:6)
                ADD EXTRA-LINHA-W TO QTDE-PD101
                COMPUTE VLRTOTAL-PD101 = QTDE-PD101 * VLRUNI-PD101
                MOVE USUARIO-PARM TO USUARIO-PD101
                REWRITE REG-PDD101
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO PDD101: " ST-PDD101
                        GO TO SOMA-ITEM-PEDIDO-EXIT
                END-REWRITE
                MOVE "ALTERACAO" TO LOG3-OPERACAO
           ELSE
                MOVE SPACES         TO REG-PDD101
                MOVE PEDIDO-PARM    TO SEQUENCIA-PD101
                COMPUTE ITEM-PD101 = MAIOR-ITEM-W + 1
                MOVE PRODUTO-RECP   TO PRODUTO-PD101
                MOVE MODELO-RECP    TO MODELO-PD101
                MOVE EXTRA-LINHA-W  TO QTDE-PD101
                MOVE VLRUNI-RECP    TO VLRUNI-PD101
                COMPUTE VLRTOTAL-PD101 = QTDE-PD101 * VLRUNI-PD101
                MOVE USUARIO-PARM   TO USUARIO-PD101
                WRITE REG-PDD101
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO PDD101: " ST-PDD101
                        GO TO SOMA-ITEM-PEDIDO-EXIT
                END-WRITE
                MOVE SPACES     TO ANTERIOR-LOG-W
                MOVE "INCLUSAO" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-ITEM.

       SOMA-ITEM-PEDIDO-EXIT. EXIT.

       ACHA-ITEM-PEDIDO SECTION.
           MOVE ZEROS TO ITEM-ACHADO-W MAIOR-ITEM-W FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD101.
           MOVE ZEROS       TO ITEM-PD101.
           START PDD101 KEY IS NOT LESS CHAVE-PD101
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-ITEM-PEDIDO UNTIL FIM-VARREDURA-TRUE.

       ACHA-ITEM-PEDIDO-EXIT. EXIT.

       LE-ITEM-PEDIDO SECTION.
           READ PDD101 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ITEM-PEDIDO-EXIT.
           IF   SEQUENCIA-PD101 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-ITEM-PEDIDO-EXIT.
           MOVE ITEM-PD101 TO MAIOR-ITEM-W.
           IF   ITEM-ACHADO-W EQUAL ZEROS
           AND  PRODUTO-PD101 EQUAL PRODUTO-RECP
           AND  MODELO-PD101 EQUAL MODELO-RECP
                MOVE ITEM-PD101 TO ITEM-ACHADO-W.

       LE-ITEM-PEDIDO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APROVA-PROVA - a selecao na galeria vale como retorno
      *    aprovado das provas (RCD104, ver RCP108); liberacao de
      *    supervisor ja gravada nao e' mexida.
      *----------------------------------------------------------------
       APROVA-PROVA SECTION.
           MOVE ALBUM-PARM TO ALBUM-RC104.
           READ RCD104
               INVALID KEY
                   MOVE SPACES            TO REG-RCD104
                   MOVE ALBUM-PARM        TO ALBUM-RC104
                   MOVE DATA-EXPORTACAO-RC107 TO DATA-ENVIO-RC104
                   MOVE ZEROS             TO QTDE-PROVAS-RC104
                   MOVE 9                 TO SITUACAO-RC104
           END-READ.
           IF   SITUACAO-RC104 EQUAL 1
           OR   SITUACAO-RC104 EQUAL 3
                GO TO APROVA-PROVA-EXIT.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           IF   SITUACAO-RC104 NOT EQUAL 9
                MOVE SITUACAO-RC104 TO ANTERIOR-LOG-W(1:1).
           IF   QTDE-ESCOLHIDA-W GREATER 999
                MOVE 999 TO QTDE-PROVAS-RC104
           ELSE
                MOVE QTDE-ESCOLHIDA-W TO QTDE-PROVAS-RC104.
           MOVE DATA-HOJE-W  TO DATA-RETORNO-RC104.
           MOVE "SELECAO NA GALERIA ONLINE" TO OBSERVACAO-RC104.
           MOVE USUARIO-PARM TO USUARIO-RC104.
           IF   SITUACAO-RC104 EQUAL 9
                MOVE 1 TO SITUACAO-RC104
                WRITE REG-RCD104
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO RCD104: " ST-RCD104
                        GO TO APROVA-PROVA-EXIT
                END-WRITE
           ELSE
                MOVE 1 TO SITUACAO-RC104
                REWRITE REG-RCD104
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO RCD104: " ST-RCD104
                        GO TO APROVA-PROVA-EXIT
                END-REWRITE.
           MOVE "ALTERACAO"        TO LOG3-OPERACAO.
           MOVE "SITUACAO-RC104"   TO CAMPO-LOG-W.
           MOVE "1 GALERIA"        TO ATUAL-LOG-W(1:9).
           MOVE "RCD104"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE ALBUM-RC104        TO LOG3-CHAVE-REG(1:8).
           PERFORM GRAVA-LOG-COMUM.

       APROVA-PROVA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VINCULA-PEDIDO - pedido que recebe a venda extra do album.
      *----------------------------------------------------------------
       VINCULA-PEDIDO SECTION.
           DISPLAY "NUMERO DO ALBUM......................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-PARM.
           MOVE ALBUM-PARM TO ALBUM-RC107.
           READ RCD107
               INVALID KEY
                   DISPLAY "ALBUM AINDA NAO EXPORTADO PARA A GALERIA."
                   GO TO VINCULA-PEDIDO-EXIT
           END-READ.
           IF   SITUACAO-RC107 EQUAL 1
                DISPLAY "SELECAO JA IMPORTADA EM " DATA-SELECAO-RC107
                        "."
                GO TO VINCULA-PEDIDO-EXIT.
           DISPLAY "PEDIDO ATUAL: " PEDIDO-RC107.
           DISPLAY "PEDIDO DA VENDA EXTRA (0 = NENHUM)...: "
               WITH NO ADVANCING.
           ACCEPT PEDIDO-PARM.
           IF   PEDIDO-PARM NOT EQUAL ZEROS
                MOVE PEDIDO-PARM TO SEQUENCIA-PD100
                READ PDD100
                    INVALID KEY
                        DISPLAY "PEDIDO NAO ENCONTRADO."
                        GO TO VINCULA-PEDIDO-EXIT
                END-READ
                IF   SITUACAO-PD100 EQUAL 4
                OR   SITUACAO-PD100 EQUAL 5
                     DISPLAY "PEDIDO EFETIVADO OU CANCELADO."
                     GO TO VINCULA-PEDIDO-EXIT.

           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE PEDIDO-RC107  TO ANTERIOR-LOG-W(1:6).
           MOVE PEDIDO-PARM   TO PEDIDO-RC107 ATUAL-LOG-W(1:6).
           MOVE USUARIO-PARM  TO USUARIO-RC107.
           REWRITE REG-RCD107
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD107: " ST-RCD107
                   GO TO VINCULA-PEDIDO-EXIT
           END-REWRITE.
           MOVE "ALTERACAO"    TO LOG3-OPERACAO.
           MOVE "PEDIDO-RC107" TO CAMPO-LOG-W.
           PERFORM GRAVA-LOG-GALERIA.
           DISPLAY "PEDIDO VINCULADO.".

       VINCULA-PEDIDO-EXIT. EXIT.

       CONSULTA-ALBUM SECTION.
           DISPLAY "NUMERO DO ALBUM......................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-PARM.
           MOVE ALBUM-PARM TO ALBUM-RC107.
           READ RCD107
               INVALID KEY
                   DISPLAY "ALBUM NAO EXPORTADO PARA A GALERIA."
                   GO TO CONSULTA-ALBUM-EXIT
           END-READ.
           DISPLAY "CODIGO DE ACESSO " CODIGO-ACESSO-RC107
                   " EXPORTADO EM " DATA-EXPORTACAO-RC107 " ("
                   QTDE-EXPORTACOES-RC107 " VEZ(ES)) PEDIDO "
                   PEDIDO-RC107.
           IF   SITUACAO-RC107 EQUAL 0
                DISPLAY "AGUARDANDO SELECAO DA FAMILIA."
                GO TO CONSULTA-ALBUM-EXIT.
           DISPLAY "SELECAO EM " DATA-SELECAO-RC107 ": "
                   QTDE-ESCOLHIDA-RC107 " FOTO(S), "
                   QTDE-EXTRA-RC107 " EXTRA.".
           MOVE ZEROS TO FIM-FOTOS-W.
           MOVE ALBUM-PARM TO ALBUM-RC108.
           MOVE ZEROS      TO SEQ-RECP-RC108 ORDEM-RC108.
           START RCD108 KEY IS NOT LESS CHAVE-RC108
               INVALID KEY
                   MOVE 1 TO FIM-FOTOS-W
           END-START.
           PERFORM MOSTRA-FOTO UNTIL FIM-FOTOS-TRUE.

       CONSULTA-ALBUM-EXIT. EXIT.

       MOSTRA-FOTO SECTION.
           READ RCD108 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-FOTOS-W
                   GO TO MOSTRA-FOTO-EXIT.
           IF   ALBUM-RC108 NOT EQUAL ALBUM-PARM
                MOVE 1 TO FIM-FOTOS-W
                GO TO MOSTRA-FOTO-EXIT.
           IF   EXTRA-RC108 EQUAL "S"
                DISPLAY "  LINHA " SEQ-RECP-RC108 " " FOTO-RC108
                        " EXTRA"
           ELSE
                DISPLAY "  LINHA " SEQ-RECP-RC108 " " FOTO-RC108.

       MOSTRA-FOTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RELATORIO-LEMBRETE - albuns na galeria sem selecao ha N
      *    dias ou mais desde a primeira exportacao.
      *----------------------------------------------------------------
       RELATORIO-LEMBRETE SECTION.
           DISPLAY "DIAS SEM SELECAO (BRANCO = 15).......: "
               WITH NO ADVANCING.
           ACCEPT DIAS-PARM.
           IF   DIAS-PARM EQUAL ZEROS
                MOVE 15 TO DIAS-PARM.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W TO DATA-SERIAL-W.
           PERFORM CALCULA-SERIAL.
           MOVE SERIAL-W TO SERIAL-HOJE-W.

           MOVE ZEROS TO PAG-W LIN FIM-VARREDURA-W QTDE-LEMBRETE-W.
           MOVE "GALERIA ONLINE - ALBUNS SEM SELECAO (LEMBRETE) - "
                TO TITULO-REL.
           PERFORM MOSTRA-DATA-CABECALHO.
           MOVE CAB04-LEMBRETE TO CAB04-TEXTO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE ZEROS TO ALBUM-RC107.
           START RCD107 KEY IS NOT LESS CHAVE-RC107
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LISTA-LEMBRETE UNTIL FIM-VARREDURA-TRUE.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "ALBUNS PARA LEMBRETE.........: " TO TEXTO-TOT.
           MOVE QTDE-LEMBRETE-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO: " QTDE-LEMBRETE-W
                   " ALBUM(NS) SEM SELECAO.".

       RELATORIO-LEMBRETE-EXIT. EXIT.

       LISTA-LEMBRETE SECTION.
           READ RCD107 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-LEMBRETE-EXIT.
           IF   SITUACAO-RC107 NOT EQUAL 0
                GO TO LISTA-LEMBRETE-EXIT.
           MOVE DATA-EXPORTACAO-RC107 TO DATA-SERIAL-W.
           PERFORM CALCULA-SERIAL.
           COMPUTE DIAS-ESPERA-W = SERIAL-HOJE-W - SERIAL-W.
           IF   DIAS-ESPERA-W LESS DIAS-PARM
                GO TO LISTA-LEMBRETE-EXIT.

           MOVE ALBUM-RC107            TO ALBUM-LEM.
           MOVE CONTRATO-RC107         TO CONTRATO-LEM.
           MOVE CODIGO-ACESSO-RC107    TO CODIGO-LEM.
           MOVE DIA-SER-W              TO DIA-DMA-W.
           MOVE MES-SER-W              TO MES-DMA-W.
           MOVE ANO-SER-W              TO ANO-DMA-W.
           MOVE DATA-DMA-R             TO EXPORTADO-LEM.
           MOVE DIAS-ESPERA-W          TO DIAS-LEM.
           MOVE QTDE-EXPORTACOES-RC107 TO EXPORTACOES-LEM.
           MOVE PEDIDO-RC107           TO PEDIDO-LEM.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINLEM.
           ADD 1 TO LIN.
           ADD 1 TO QTDE-LEMBRETE-W.

       LISTA-LEMBRETE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-SERIAL - dias corridos da data, em aritmetica pura
      *    (sem FUNCTION), como no RCP108.
      *----------------------------------------------------------------
       CALCULA-SERIAL SECTION.
           COMPUTE ANO-CALC-W = ANO-SER-W - 1.
           COMPUTE SERIAL-W = ANO-SER-W * 365
                 + (ANO-CALC-W / 4) - (ANO-CALC-W / 100)
                 + (ANO-CALC-W / 400).
           EVALUATE MES-SER-W
               WHEN 1  MOVE 0   TO OFFSET-MES-W
               WHEN 2  MOVE 31  TO OFFSET-MES-W
               WHEN 3  MOVE 59  TO OFFSET-MES-W
               WHEN 4  MOVE 90  TO OFFSET-MES-W
               WHEN 5  MOVE 120 TO OFFSET-MES-W
               WHEN 6  MOVE 151 TO OFFSET-MES-W
               WHEN 7  MOVE 181 TO OFFSET-MES-W
               WHEN 8  MOVE 212 TO OFFSET-MES-W
               WHEN 9  MOVE 243 TO OFFSET-MES-W
               WHEN 10 MOVE 273 TO OFFSET-MES-W
               WHEN 11 MOVE 304 TO OFFSET-MES-W
               WHEN 12 MOVE 334 TO OFFSET-MES-W
           END-EVALUATE.
           ADD OFFSET-MES-W TO SERIAL-W.
           IF   MES-SER-W GREATER 2
                DIVIDE ANO-SER-W BY 4 GIVING ANO-CALC-W
                       REMAINDER OFFSET-MES-W
                IF   OFFSET-MES-W EQUAL ZEROS
                     DIVIDE ANO-SER-W BY 100 GIVING ANO-CALC-W
                            REMAINDER OFFSET-MES-W
                     IF   OFFSET-MES-W NOT EQUAL ZEROS
                          ADD 1 TO SERIAL-W
                     ELSE
                          DIVIDE ANO-SER-W BY 400 GIVING ANO-CALC-W
                                 REMAINDER OFFSET-MES-W
                          IF   OFFSET-MES-W EQUAL ZEROS
                               ADD 1 TO SERIAL-W
                          END-IF
                     END-IF
                END-IF
           END-IF.
           ADD DIA-SER-W TO SERIAL-W.

       CALCULA-SERIAL-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RECALCULA-TOTAL-PEDIDO - TOTPAGAR-PD100 refeito pela soma
      *    das linhas do pedido, como no PDP103.
      *----------------------------------------------------------------
       RECALCULA-TOTAL-PEDIDO SECTION.
           MOVE ZEROS TO TOTAL-LINHAS-W FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD101.
           MOVE ZEROS       TO ITEM-PD101.
           START PDD101 KEY IS NOT LESS CHAVE-PD101
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM SOMA-LINHA UNTIL FIM-VARREDURA-TRUE.

           MOVE PEDIDO-PARM TO SEQUENCIA-PD100.
           READ PDD100
               INVALID KEY
                   GO TO RECALCULA-TOTAL-PEDIDO-EXIT
           END-READ.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE TOTPAGAR-PD100 TO VALOR-LOG-W.
           MOVE VALOR-LOG-W    TO ANTERIOR-LOG-W(1:13).
           MOVE TOTAL-LINHAS-W TO TOTPAGAR-PD100.
           MOVE DATA-HOJE-W    TO DTATUALIZADO-PD100.
           REWRITE REG-PDD100
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO PDD100: " ST-PDD100
                   GO TO RECALCULA-TOTAL-PEDIDO-EXIT
           END-REWRITE.
           MOVE "ALTERACAO"       TO LOG3-OPERACAO.
           MOVE "TOTPAGAR-PD100"  TO CAMPO-LOG-W.
           MOVE TOTPAGAR-PD100    TO VALOR-LOG-W.
           MOVE VALOR-LOG-W       TO ATUAL-LOG-W(1:13).
           MOVE "PDD100"          TO LOG3-ARQUIVO.
           MOVE SPACES            TO LOG3-CHAVE-REG.
           MOVE SEQUENCIA-PD100   TO LOG3-CHAVE-REG(1:6).
           PERFORM GRAVA-LOG-COMUM.

       RECALCULA-TOTAL-PEDIDO-EXIT. EXIT.

       SOMA-LINHA SECTION.
           READ PDD101 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO SOMA-LINHA-EXIT.
           IF   SEQUENCIA-PD101 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO SOMA-LINHA-EXIT.
           ADD VLRTOTAL-PD101 TO TOTAL-LINHAS-W.

       SOMA-LINHA-EXIT. EXIT.

       MOSTRA-DATA-CABECALHO SECTION.
           MOVE DATA-HOJE-W TO DATA-SERIAL-W.
           MOVE DIA-SER-W   TO DIA-DMA-W.
           MOVE MES-SER-W   TO MES-DMA-W.
           MOVE ANO-SER-W   TO ANO-DMA-W.
           MOVE DATA-DMA-R  TO DATA-CAB-REL.

       IMPRIME-LINHA SECTION.
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

      *----------------------------------------------------------------
      *    GRAVA-LOG-GALERIA / GRAVA-LOG-ITEM / GRAVA-LOG-COMUM -
      *    trilha em LOG003 nos moldes do PDP103.
      *----------------------------------------------------------------
       GRAVA-LOG-GALERIA SECTION.
           MOVE "RCD107"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE ALBUM-RC107        TO LOG3-CHAVE-REG(1:8).
           PERFORM GRAVA-LOG-COMUM.

       GRAVA-LOG-ITEM SECTION.
           MOVE "QTDE-PD101"       TO CAMPO-LOG-W.
           MOVE SPACES             TO ATUAL-LOG-W.
           MOVE QTDE-PD101         TO QTDE-LOG-W.
           MOVE QTDE-LOG-W         TO ATUAL-LOG-W(1:6).
           MOVE VLRTOTAL-PD101     TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO ATUAL-LOG-W(8:13).
           MOVE "PDD101"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE SEQUENCIA-PD101    TO LOG3-CHAVE-REG(1:6).
           MOVE ITEM-PD101         TO LOG3-CHAVE-REG(7:3).
           PERFORM GRAVA-LOG-COMUM.

       GRAVA-LOG-COMUM SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-COMUM-EXIT. EXIT.

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
           CLOSE RCD100P RCD101 RCD104 RCD107 RCD108 PDD100 PDD101
                 LOG003.

       END PROGRAM RCP110.
