       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP127.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CONFERENCIA E PRAZO DE GUARDA DO CATALOGO DE MIDIA
      *        DIGITAL (VID115 - VER VIP126). A OPCAO V LE O MANIFESTO
      *        QUE A ROTINA DE CHECKSUM DO ARQUIVO GERA PARA UM VOLUME
      *        (PASTA;QTDE ARQUIVOS;TAMANHO MB;SHA-256), CONFRONTA
      *        CADA PASTA COM O CATALOGO E MARCA O CONJUNTO COMO
      *        CONFERIDO, CHECKSUM DIVERGENTE OU, QUANDO A PASTA NAO
      *        VEIO NO MANIFESTO, NAO LOCALIZADO; PASTA QUE NAO ESTA
      *        NO CATALOGO SAI NO RELATORIO. A OPCAO R CALCULA O FIM
      *        DO PRAZO DE GUARDA DE CADA CONJUNTO (ENTREGA + MESES DO
      *        TIPO NO REGISTRO DE CONTROLE; SEM DATA DE ENTREGA NO
      *        CONJUNTO VALE A DO PROTOCOLO - 6-ENTREGUE NO VID107) E
      *        MARCA O VENCIDO PARA EXCLUSAO, QUE SO E REGISTRADA NO
      *        VIP126. TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY VIPX115.

           COPY VIPX107.

           COPY LOGX003.

           SELECT MANIFESTO ASSIGN TO PATH-MANIFESTO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-MANIFESTO.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY VIPW115.

           COPY VIPW107.

           COPY LOGW003.

       FD  MANIFESTO
           LABEL RECORD IS OMITTED.
       01  REG-MANIFESTO             PIC X(160).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-VID115             PIC XX       VALUE SPACES.
           05  ST-VID107             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MANIFESTO          PIC XX       VALUE SPACES.
           05  SEM-VID107-W          PIC 9        VALUE ZEROS.
      *    SEM-VID107-W = 1 sem o historico da edicao (status 35 -
      *    ver VIP115): so vale a data de entrega do proprio conjunto
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  ACHOU-PASTA-W         PIC 9        VALUE ZEROS.
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
           05  PATH-MANIFESTO-W      PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  VOLUME-PARM           PIC X(15)    VALUE SPACES.
           05  PRAZO-BRUTO-W         PIC 9(3)     VALUE ZEROS.
           05  PRAZO-EDITADO-W       PIC 9(3)     VALUE ZEROS.
           05  PRAZO-AUX-W           PIC 9(3)     VALUE ZEROS.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-PROTOCOLO-W      PIC 9(8)     VALUE ZEROS.
           05  STATUS-ATUAL-W        PIC 9        VALUE ZEROS.
           05  CONTRATO-ANT-W        PIC 9(6)     VALUE ZEROS.
           05  ITEM-ANT-W            PIC 9(2)     VALUE ZEROS.
           05  OPERACAO-LOG-W        PIC X(12)    VALUE SPACES.
           05  QTDE-LIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-CONFERIDOS-W     PIC 9(6)     VALUE ZEROS.
           05  QTDE-DIVERGENTES-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-AUSENTES-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEM-CATALOGO-W   PIC 9(6)     VALUE ZEROS.
           05  QTDE-ILEGIVEIS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-LIDOS-CAT-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-MARCADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-PENDENTES-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEM-BASE-W       PIC 9(6)     VALUE ZEROS.
           05  TOTAL-MB-W            PIC 9(10)    VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-LIMITE-W.
               10  ANO-LIM-W         PIC 9(4).
               10  MES-LIM-W         PIC 9(2).
               10  DIA-LIM-W         PIC 9(2).
           05  MESES-TOTAL-W         PIC 9(6)     VALUE ZEROS.
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

       01  CAMPOS-MANIFESTO.
      *    uma linha do manifesto de checksum do volume
           05  PASTA-CSV             PIC X(60).
           05  QTDE-CSV              PIC X(7).
           05  TAMANHO-CSV           PIC X(10).
           05  CHECKSUM-CSV          PIC X(64).
           05  TAM-QTDE-W            PIC 9(2)     VALUE ZEROS.
           05  TAM-TAMANHO-W         PIC 9(2)     VALUE ZEROS.
           05  QTDE-MAN-W            PIC 9(5)     VALUE ZEROS.
           05  TAMANHO-MAN-W         PIC 9(8)     VALUE ZEROS.

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
       01  CAB04-V.
           05  FILLER                PIC X(90)   VALUE
           "CONTRATO IT SEQ PASTA NO VOLUME                   ARQS TAMAN
      -    "HO MB OCORRENCIA".
       01  CAB04-R.
           05  FILLER                PIC X(90)   VALUE
           "CONTRATO IT SEQ T VOLUME          TAMANHO MB ENTREGA    GUAR
      -    "DA ATE OCORRENCIA".
       01  CAB04                     PIC X(90)   VALUE SPACES.

       01  LINDET-V.
           05  CONTRATO-V-REL        PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ITEM-V-REL            PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-V-REL             PIC 999     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PASTA-V-REL           PIC X(33)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-V-REL            PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TAMANHO-V-REL         PIC ZZZZZZZ9 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  OCORRENCIA-V-REL      PIC X(24)   VALUE SPACES.

       01  LINDET-R.
           05  CONTRATO-R-REL        PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ITEM-R-REL            PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-R-REL             PIC 999     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TIPO-R-REL            PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VOLUME-R-REL          PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TAMANHO-R-REL         PIC ZZZZZZZ9 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ENTREGA-R-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LIMITE-R-REL          PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OCORRENCIA-R-REL      PIC X(16)   VALUE SPACES.

       01  LINTOT.
           05  TEXTO-TOT             PIC X(31)   VALUE SPACES.
           05  QTDE-TOT              PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

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
           MOVE "VID115" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID115.
           MOVE "VID107" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID107.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O VID115.
           IF   ST-VID115 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA VID115: " ST-VID115
                        " - CATALOGO AINDA NAO IMPLANTADO (VIP126)."
                MOVE 1 TO ERRO-W.
           OPEN INPUT VID107.
           IF   ST-VID107 NOT EQUAL "00"
                MOVE 1 TO SEM-VID107-W
                DISPLAY "AVISO: VID107 INDISPONIVEL (" ST-VID107
                        ") - PRAZO SO PELA ENTREGA DO CONJUNTO.".
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
           MOVE "VIP127" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CONFERENCIA E GUARDA DA MIDIA DIGITAL (VID115)".
           DISPLAY "V-CONFERE VOLUME R-PRAZO DE GUARDA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "V"  WHEN "v"  PERFORM CONFERE-VOLUME
               WHEN "R"  WHEN "r"  PERFORM PRAZO-GUARDA
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-VOLUME - cada pasta do manifesto confrontada com os
      *    conjuntos do catalogo no mesmo volume/pasta; no fim, o que
      *    o catalogo tem no volume e nao foi conferido hoje nao esta
      *    mais la.
      *----------------------------------------------------------------
       CONFERE-VOLUME SECTION.
           DISPLAY "VOLUME CONFERIDO.....................: "
               WITH NO ADVANCING.
           ACCEPT VOLUME-PARM.
           IF   VOLUME-PARM EQUAL SPACES
                DISPLAY "VOLUME NAO INFORMADO."
                GO TO CONFERE-VOLUME-EXIT.
           DISPLAY "MANIFESTO DO VOLUME (CAMINHO)........: "
               WITH NO ADVANCING.
           ACCEPT PATH-MANIFESTO-W.
           OPEN INPUT MANIFESTO.
           IF   ST-MANIFESTO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-MANIFESTO
                GO TO CONFERE-VOLUME-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-LIDOS-W QTDE-CONFERIDOS-W
                         QTDE-DIVERGENTES-W QTDE-AUSENTES-W
                         QTDE-SEM-CATALOGO-W QTDE-ILEGIVEIS-W
                         FIM-ARQ-W PAG-W.
           MOVE CAB04-V TO CAB04.
           MOVE SPACES  TO TITULO-REL.
           STRING "MIDIA DIGITAL - CONFERENCIA DO VOLUME "
                                            DELIMITED BY SIZE
                  VOLUME-PARM               DELIMITED BY "  "
                  " - "                     DELIMITED BY SIZE
                  INTO TITULO-REL
           END-STRING.
           PERFORM MOSTRA-DATA-CABECALHO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-MANIFESTO UNTIL FIM-ARQ-TRUE.
           CLOSE MANIFESTO.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE VOLUME-PARM TO VOLUME-V115.
           MOVE SPACES      TO CAMINHO-V115.
           START VID115 KEY IS NOT LESS ALT-V115
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM PROCURA-AUSENTES UNTIL FIM-VARREDURA-TRUE.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "PASTAS LIDAS NO MANIFESTO....: " TO TEXTO-TOT.
           MOVE QTDE-LIDOS-W        TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "CONJUNTOS CONFERIDOS.........: " TO TEXTO-TOT.
           MOVE QTDE-CONFERIDOS-W   TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "CHECKSUM DIVERGENTE..........: " TO TEXTO-TOT.
           MOVE QTDE-DIVERGENTES-W  TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "NAO LOCALIZADOS NO VOLUME....: " TO TEXTO-TOT.
           MOVE QTDE-AUSENTES-W     TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "PASTAS FORA DO CATALOGO......: " TO TEXTO-TOT.
           MOVE QTDE-SEM-CATALOGO-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "ILEGIVEIS (FORA DO FORMATO)..: " TO TEXTO-TOT.
           MOVE QTDE-ILEGIVEIS-W    TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "VOLUME CONFERIDO: " QTDE-CONFERIDOS-W " OK, "
                   QTDE-DIVERGENTES-W " DIVERGENTE(S), "
                   QTDE-AUSENTES-W " NAO LOCALIZADO(S).".

       CONFERE-VOLUME-EXIT. EXIT.

       PROCESSA-MANIFESTO SECTION.
           READ MANIFESTO
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO PROCESSA-MANIFESTO-EXIT.
           IF   REG-MANIFESTO EQUAL SPACES
                GO TO PROCESSA-MANIFESTO-EXIT.
           ADD 1 TO QTDE-LIDOS-W.
           INSPECT REG-MANIFESTO REPLACING ALL '"' BY SPACE.
           INSPECT REG-MANIFESTO REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO PASTA-CSV QTDE-CSV TAMANHO-CSV CHECKSUM-CSV.
           MOVE ZEROS  TO TAM-QTDE-W TAM-TAMANHO-W QTDE-MAN-W
                          TAMANHO-MAN-W.
           UNSTRING REG-MANIFESTO DELIMITED BY ";"
               INTO PASTA-CSV
                    QTDE-CSV    COUNT IN TAM-QTDE-W
                    TAMANHO-CSV COUNT IN TAM-TAMANHO-W
                    CHECKSUM-CSV
           END-UNSTRING.
           INSPECT CHECKSUM-CSV CONVERTING "abcdef" TO "ABCDEF".

           MOVE SPACES TO LINDET-V.
           MOVE ZEROS  TO CONTRATO-V-REL ITEM-V-REL SEQ-V-REL
                          QTDE-V-REL TAMANHO-V-REL.
           MOVE PASTA-CSV TO PASTA-V-REL.

           IF   PASTA-CSV EQUAL SPACES
           OR   CHECKSUM-CSV EQUAL SPACES
           OR   TAM-QTDE-W EQUAL ZEROS
           OR   TAM-QTDE-W GREATER 5
           OR   TAM-TAMANHO-W EQUAL ZEROS
           OR   TAM-TAMANHO-W GREATER 8
                GO TO PROCESSA-MANIFESTO-ILEGIVEL.
           IF   QTDE-CSV(1:TAM-QTDE-W) NOT NUMERIC
           OR   TAMANHO-CSV(1:TAM-TAMANHO-W) NOT NUMERIC
                GO TO PROCESSA-MANIFESTO-ILEGIVEL.
           MOVE QTDE-CSV(1:TAM-QTDE-W)       TO QTDE-MAN-W.
           MOVE TAMANHO-CSV(1:TAM-TAMANHO-W) TO TAMANHO-MAN-W.
           MOVE QTDE-MAN-W    TO QTDE-V-REL.
           MOVE TAMANHO-MAN-W TO TAMANHO-V-REL.

           MOVE ZEROS TO ACHOU-PASTA-W FIM-VARREDURA-W.
           MOVE VOLUME-PARM TO VOLUME-V115.
           MOVE PASTA-CSV   TO CAMINHO-V115.
           START VID115 KEY IS EQUAL ALT-V115
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM CONFERE-CONJUNTO UNTIL FIM-VARREDURA-TRUE.
           IF   ACHOU-PASTA-W EQUAL 0
                ADD 1 TO QTDE-SEM-CATALOGO-W
                MOVE "PASTA FORA DO CATALOGO" TO OCORRENCIA-V-REL
                PERFORM IMPRIME-LINHA-V.
           GO TO PROCESSA-MANIFESTO-EXIT.

       PROCESSA-MANIFESTO-ILEGIVEL.
           ADD 1 TO QTDE-ILEGIVEIS-W.
           MOVE "LINHA FORA DO FORMATO" TO OCORRENCIA-V-REL.
           PERFORM IMPRIME-LINHA-V.

       PROCESSA-MANIFESTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-CONJUNTO - um conjunto do catalogo na pasta do
      *    manifesto: checksum e quantidade de arquivos iguais =
      *    conferido (divergente/nao localizado volta a arquivado);
      *    diferentes = divergente. Prazo vencido continua a excluir.
      *----------------------------------------------------------------
       CONFERE-CONJUNTO SECTION.
           READ VID115 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO CONFERE-CONJUNTO-EXIT.
           IF   VOLUME-V115 NOT EQUAL VOLUME-PARM
           OR   CAMINHO-V115 NOT EQUAL PASTA-CSV
                MOVE 1 TO FIM-VARREDURA-W
                GO TO CONFERE-CONJUNTO-EXIT.
           MOVE 1 TO ACHOU-PASTA-W.
           MOVE CONTRATO-V115 TO CONTRATO-V-REL.
           MOVE ITEM-V115     TO ITEM-V-REL.
           MOVE SEQ-V115      TO SEQ-V-REL.
           IF   SITUACAO-V115 EQUAL 4
                MOVE "EXCLUIDO MAS PRESENTE" TO OCORRENCIA-V-REL
                PERFORM IMPRIME-LINHA-V
                MOVE SPACES TO OCORRENCIA-V-REL
                GO TO CONFERE-CONJUNTO-EXIT.

           MOVE SITUACAO-V115 TO SITUACAO-ANT-W.
           IF   CHECKSUM-V115 EQUAL CHECKSUM-CSV
           AND  QTDE-ARQUIVOS-V115 EQUAL QTDE-MAN-W
                ADD 1 TO QTDE-CONFERIDOS-W
                IF   SITUACAO-V115 EQUAL 1 OR SITUACAO-V115 EQUAL 2
                     MOVE 0 TO SITUACAO-V115
                     MOVE "VOLTOU A CONFERIR" TO OCORRENCIA-V-REL
                END-IF
           ELSE
                ADD 1 TO QTDE-DIVERGENTES-W
                IF   SITUACAO-V115 NOT EQUAL 3
                     MOVE 1 TO SITUACAO-V115
                END-IF
                IF   CHECKSUM-V115 NOT EQUAL CHECKSUM-CSV
                     MOVE "CHECKSUM DIVERGENTE" TO OCORRENCIA-V-REL
                ELSE
                     MOVE "QTDE ARQUIVOS DIVERGENTE"
                                               TO OCORRENCIA-V-REL
                END-IF
           END-IF.
           MOVE DATA-HOJE-W TO DATA-VERIF-V115.
           REWRITE REG-VID115
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO VID115: " ST-VID115
           END-REWRITE.
           IF   SITUACAO-V115 NOT EQUAL SITUACAO-ANT-W
                MOVE "CONFERENCIA" TO OPERACAO-LOG-W
                PERFORM GRAVA-LOG-SITUACAO.
           IF   OCORRENCIA-V-REL NOT EQUAL SPACES
                PERFORM IMPRIME-LINHA-V.
           MOVE SPACES TO OCORRENCIA-V-REL.

       CONFERE-CONJUNTO-EXIT. EXIT.

       PROCURA-AUSENTES SECTION.
           READ VID115 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO PROCURA-AUSENTES-EXIT.
           IF   VOLUME-V115 NOT EQUAL VOLUME-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO PROCURA-AUSENTES-EXIT.
           IF   SITUACAO-V115 EQUAL 4
           OR   DATA-VERIF-V115 EQUAL DATA-HOJE-W
           OR   CONTRATO-V115 EQUAL ZEROS
                GO TO PROCURA-AUSENTES-EXIT.
           ADD 1 TO QTDE-AUSENTES-W.
           MOVE SPACES TO LINDET-V.
           MOVE CONTRATO-V115      TO CONTRATO-V-REL.
           MOVE ITEM-V115          TO ITEM-V-REL.
           MOVE SEQ-V115           TO SEQ-V-REL.
           MOVE CAMINHO-V115       TO PASTA-V-REL.
           MOVE QTDE-ARQUIVOS-V115 TO QTDE-V-REL.
           MOVE TAMANHO-MB-V115    TO TAMANHO-V-REL.
           MOVE "NAO LOCALIZADO"   TO OCORRENCIA-V-REL.
           PERFORM IMPRIME-LINHA-V.
           MOVE SITUACAO-V115 TO SITUACAO-ANT-W.
           IF   SITUACAO-V115 NOT EQUAL 3
                MOVE 2 TO SITUACAO-V115.
           MOVE DATA-HOJE-W TO DATA-VERIF-V115.
           REWRITE REG-VID115
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO VID115: " ST-VID115
           END-REWRITE.
           IF   SITUACAO-V115 NOT EQUAL SITUACAO-ANT-W
                MOVE "CONFERENCIA" TO OPERACAO-LOG-W
                PERFORM GRAVA-LOG-SITUACAO.

       PROCURA-AUSENTES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PRAZO-GUARDA - fim da guarda de cada conjunto nao excluido
      *    e marcacao do vencido; lista o que ja pode sair do arquivo
      *    e o que estava marcado e ainda nao foi excluido.
      *----------------------------------------------------------------
       PRAZO-GUARDA SECTION.
           MOVE ZEROS TO CHAVE-V115.
           READ VID115
               INVALID KEY
                   DISPLAY "CONTROLE VID115 NAO ENCONTRADO - "
                           "INFORME OS PRAZOS NO VIP126."
                   GO TO PRAZO-GUARDA-EXIT
           END-READ.
           MOVE PRAZO-BRUTO-V115   TO PRAZO-BRUTO-W.
           MOVE PRAZO-EDITADO-V115 TO PRAZO-EDITADO-W.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-LIDOS-CAT-W QTDE-MARCADOS-W
                         QTDE-PENDENTES-W QTDE-SEM-BASE-W TOTAL-MB-W
                         FIM-VARREDURA-W PAG-W CONTRATO-ANT-W
                         ITEM-ANT-W DATA-PROTOCOLO-W.
           MOVE CAB04-R TO CAB04.
           MOVE "MIDIA DIGITAL - PRAZO DE GUARDA VENCIDO - "
                TO TITULO-REL.
           PERFORM MOSTRA-DATA-CABECALHO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE ZEROS TO CONTRATO-V115 ITEM-V115.
           MOVE 1     TO SEQ-V115.
           START VID115 KEY IS NOT LESS CHAVE-V115
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM AVALIA-GUARDA UNTIL FIM-VARREDURA-TRUE.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "CONJUNTOS AVALIADOS..........: " TO TEXTO-TOT.
           MOVE QTDE-LIDOS-CAT-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "MARCADOS A EXCLUIR AGORA.....: " TO TEXTO-TOT.
           MOVE QTDE-MARCADOS-W  TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "JA MARCADOS, NAO EXCLUIDOS...: " TO TEXTO-TOT.
           MOVE QTDE-PENDENTES-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "SEM ENTREGA (PRAZO NAO CORRE): " TO TEXTO-TOT.
           MOVE QTDE-SEM-BASE-W  TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "MB LIBERAVEIS................: " TO TEXTO-TOT.
           MOVE TOTAL-MB-W       TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "PRAZO DE GUARDA: " QTDE-MARCADOS-W
                   " MARCADO(S) AGORA, " QTDE-PENDENTES-W
                   " AGUARDANDO EXCLUSAO NO VIP126.".

       PRAZO-GUARDA-EXIT. EXIT.

       AVALIA-GUARDA SECTION.
           READ VID115 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO AVALIA-GUARDA-EXIT.
           IF   SITUACAO-V115 EQUAL 4
                GO TO AVALIA-GUARDA-EXIT.
           ADD 1 TO QTDE-LIDOS-CAT-W.

           IF   DATA-ENTREGA-V115 NOT EQUAL ZEROS
                MOVE DATA-ENTREGA-V115 TO DATA-BASE-W
           ELSE
                PERFORM LE-DATA-PROTOCOLO
                MOVE DATA-PROTOCOLO-W  TO DATA-BASE-W.
           IF   DATA-BASE-W EQUAL ZEROS
                ADD 1 TO QTDE-SEM-BASE-W
                GO TO AVALIA-GUARDA-EXIT.

           PERFORM CALCULA-LIMITE.
           MOVE SITUACAO-V115 TO SITUACAO-ANT-W.
           IF   DATA-LIMITE-W LESS DATA-HOJE-W
           AND  SITUACAO-V115 NOT EQUAL 3
                MOVE 3 TO SITUACAO-V115.
           IF   DATA-LIMITE-W NOT EQUAL DATA-LIMITE-V115
           OR   SITUACAO-V115 NOT EQUAL SITUACAO-ANT-W
                MOVE DATA-LIMITE-W TO DATA-LIMITE-V115
                REWRITE REG-VID115
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO VID115: " ST-VID115
                END-REWRITE.
           IF   SITUACAO-V115 NOT EQUAL 3
                GO TO AVALIA-GUARDA-EXIT.

           MOVE SPACES TO LINDET-R.
           IF   SITUACAO-ANT-W EQUAL 3
                ADD 1 TO QTDE-PENDENTES-W
                MOVE "JA MARCADO"  TO OCORRENCIA-R-REL
           ELSE
                ADD 1 TO QTDE-MARCADOS-W
                MOVE "MARCADO AGORA" TO OCORRENCIA-R-REL
                MOVE "PRAZO-GUARDA" TO OPERACAO-LOG-W
                PERFORM GRAVA-LOG-SITUACAO.
           ADD TAMANHO-MB-V115 TO TOTAL-MB-W.
           MOVE CONTRATO-V115   TO CONTRATO-R-REL.
           MOVE ITEM-V115       TO ITEM-R-REL.
           MOVE SEQ-V115        TO SEQ-R-REL.
           MOVE TIPO-V115       TO TIPO-R-REL.
           MOVE VOLUME-V115     TO VOLUME-R-REL.
           MOVE TAMANHO-MB-V115 TO TAMANHO-R-REL.
           MOVE DATA-BASE-W     TO DATA-AUX-W.
           PERFORM CONVERTE-DMA.
           MOVE DATA-DMA-R      TO ENTREGA-R-REL.
           MOVE DATA-LIMITE-W   TO DATA-AUX-W.
           PERFORM CONVERTE-DMA.
           MOVE DATA-DMA-R      TO LIMITE-R-REL.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET-R.
           ADD 1 TO LIN.

       AVALIA-GUARDA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-DATA-PROTOCOLO - data da transicao 6-ENTREGUE do
      *    contrato/item no VID107 (gravada pelo protocolo de entrega
      *    COP050); zero quando o item ainda nao foi entregue. Guarda
      *    o ultimo contrato/item lido para nao reler a cada conjunto.
      *----------------------------------------------------------------
       LE-DATA-PROTOCOLO SECTION.
           IF   CONTRATO-V115 EQUAL CONTRATO-ANT-W
           AND  ITEM-V115 EQUAL ITEM-ANT-W
                GO TO LE-DATA-PROTOCOLO-EXIT.
           MOVE CONTRATO-V115 TO CONTRATO-ANT-W.
           MOVE ITEM-V115     TO ITEM-ANT-W.
           MOVE ZEROS TO DATA-PROTOCOLO-W STATUS-ATUAL-W.
           IF   SEM-VID107-W EQUAL 1
                GO TO LE-DATA-PROTOCOLO-EXIT.
           MOVE CONTRATO-V115 TO CONTRATO-V107.
           MOVE ITEM-V115     TO ITEM-V107.
           MOVE ZEROS         TO SEQ-V107.
           START VID107 KEY IS NOT LESS CHAVE-V107
               INVALID KEY
                   GO TO LE-DATA-PROTOCOLO-EXIT
           END-START.

       LE-DATA-PROTOCOLO-LOOP.
           READ VID107 NEXT RECORD
               AT END
                   GO TO LE-DATA-PROTOCOLO-FIM
           END-READ.
           IF   CONTRATO-V107 NOT EQUAL CONTRATO-ANT-W
           OR   ITEM-V107 NOT EQUAL ITEM-ANT-W
                GO TO LE-DATA-PROTOCOLO-FIM.
           MOVE STATUS-V107 TO STATUS-ATUAL-W.
           IF   STATUS-V107 EQUAL 6
                MOVE DATA-V107 TO DATA-PROTOCOLO-W.
           GO TO LE-DATA-PROTOCOLO-LOOP.

       LE-DATA-PROTOCOLO-FIM.
           IF   STATUS-ATUAL-W NOT EQUAL 6
                MOVE ZEROS TO DATA-PROTOCOLO-W.

       LE-DATA-PROTOCOLO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-LIMITE - base + prazo de guarda do tipo, em meses
      *    (mesma regra do VIP126).
      *----------------------------------------------------------------
       CALCULA-LIMITE SECTION.
           IF   TIPO-V115 EQUAL "B"
                MOVE PRAZO-BRUTO-W   TO PRAZO-AUX-W
           ELSE
                MOVE PRAZO-EDITADO-W TO PRAZO-AUX-W.
           MOVE DATA-BASE-W TO DATA-LIMITE-W.
           COMPUTE MESES-TOTAL-W = ANO-LIM-W * 12 + MES-LIM-W - 1
                                 + PRAZO-AUX-W.
           DIVIDE MESES-TOTAL-W BY 12 GIVING ANO-LIM-W
                                      REMAINDER MES-LIM-W.
           ADD 1 TO MES-LIM-W.
           IF   DIA-LIM-W GREATER 28
                MOVE 28 TO DIA-LIM-W.

       CALCULA-LIMITE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-SITUACAO - trilha em LOG003 de cada mudanca de
      *    situacao feita pela conferencia ou pelo prazo de guarda.
      *----------------------------------------------------------------
       GRAVA-LOG-SITUACAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE OPERACAO-LOG-W     TO LOG3-OPERACAO.
           MOVE "VID115"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-V115         TO LOG3-CHAVE-REG(1:11).
           MOVE "SITUACAO-V115"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SITUACAO-ANT-W     TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE SITUACAO-V115      TO LOG3-VALOR-ATUAL(1:1).
           MOVE VOLUME-V115        TO LOG3-VALOR-ATUAL(3:15).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       CONVERTE-DMA SECTION.
           MOVE DIA-AUX-W   TO DIA-DMA-W.
           MOVE MES-AUX-W   TO MES-DMA-W.
           MOVE ANO-AUX-W   TO ANO-DMA-W.

       MOSTRA-DATA-CABECALHO SECTION.
           MOVE DATA-HOJE-W TO DATA-AUX-W.
           PERFORM CONVERTE-DMA.
           MOVE DATA-DMA-R  TO DATA-CAB-REL.

       IMPRIME-LINHA-V SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET-V.
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
           CLOSE VID115 LOG003.
           IF   SEM-VID107-W EQUAL 0
                CLOSE VID107.

       END PROGRAM VIP127.
