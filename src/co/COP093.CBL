       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP093.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: IMPORTA O RETORNO DA PREFEITURA PARA UM LOTE DE RPS
      *        GERADO NO COP092. RPS CONVERTIDO EM NFS GRAVA A NOTA NO
      *        COD052 (SERIE, NUMERO, DATA E CODIGO DE VERIFICACAO, COM
      *        CLIENTE, VALOR E PARCELA/PEDIDO DO RPS) COM TRILHA EM
      *        LOG003 COMO NO COP063, E MARCA O RPS COMO CONVERTIDO.
      *        RPS RECUSADO FICA COM O MOTIVO NO COD072 E SAI NA LISTA
      *        DE EXCECOES PARA CORRECAO DO CADASTRO; O PROXIMO LOTE
      *        DO COP092 O REENVIA COM O MESMO NUMERO. O RETORNO PODE
      *        SER IMPORTADO DE NOVO SEM DUPLICAR NOTA.

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

           COPY COPX052.

           COPY LOGX003.

           SELECT RETORNO ASSIGN TO PATH-RETORNO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-RETORNO.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW072.

           COPY COPW073.

           COPY COPW052.

           COPY LOGW003.

       FD  RETORNO
           LABEL RECORD IS OMITTED.
       01  REG-RETORNO               PIC X(200).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD072             PIC XX       VALUE SPACES.
           05  ST-COD073             PIC XX       VALUE SPACES.
           05  ST-COD052             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-RETORNO-W         PIC 9        VALUE ZEROS.
              88  FIM-RETORNO-TRUE      VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-RETORNO-W        PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  NR-LOTE-W             PIC 9(6)     VALUE ZEROS.
           05  QTDE-LIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-ACEITOS-W        PIC 9(6)     VALUE ZEROS.
           05  QTDE-RECUSADOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-JA-IMPORT-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-EXCECOES-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-ACEITOS-W       PIC 9(11)V99 VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
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

      *    layout plano do retorno da prefeitura (1 cabecalho, 2 um
      *    resultado por RPS, 9 rodape); datas AAAAMMDD
       01  RET-REG.
           05  TIPO-REG-RET          PIC X(1).
           05  RET-DADOS             PIC X(199).
       01  RET-CAB REDEFINES RET-REG.
           05  FILLER                PIC X(1).
           05  NR-LOTE-RET           PIC 9(6).
           05  FILLER                PIC X(193).
       01  RET-DET REDEFINES RET-REG.
           05  FILLER                PIC X(1).
           05  SERIE-RPS-RET         PIC X(5).
           05  NUMERO-RPS-RET        PIC 9(12).
           05  RESULTADO-RET         PIC X(1).
              88  RPS-ACEITO-RET        VALUE "A".
              88  RPS-RECUSADO-RET      VALUE "R".
           05  SERIE-NFS-RET         PIC X(3).
           05  NUMERO-NFS-RET        PIC 9(8).
           05  DATA-EMISSAO-RET      PIC 9(8).
           05  COD-VERIF-RET         PIC X(9).
           05  MOTIVO-RET            PIC X(60).
           05  FILLER                PIC X(93).

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(35)   VALUE
               "RETORNO DO LOTE DE RPS NFS-E - LOTE".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NR-LOTE-REL           PIC 9(6)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(40)   VALUE
               "SERIE      RPS  R  NFS   NUMERO         ".
           05  FILLER                PIC X(50)   VALUE
               "OBSERVACAO / MOTIVO".

       01  LINDET.
           05  SERIE-RPS-REL         PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NUMERO-RPS-REL        PIC Z(7)9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  RESULTADO-REL         PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  SERIE-NFS-REL         PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NUMERO-NFS-REL        PIC Z(7)9   VALUE ZEROS.
           05  FILLER                PIC X(9)    VALUE SPACES.
           05  OBS-REL               PIC X(50)   VALUE SPACES.

       01  LINTOT1.
           05  FILLER                PIC X(31)   VALUE
               "RPS NO RETORNO...............: ".
           05  QTDE-LIDOS-REL        PIC ZZZZZ9  VALUE ZEROS.
       01  LINTOT2.
           05  FILLER                PIC X(31)   VALUE
               "CONVERTIDOS EM NFS (COD052)..: ".
           05  QTDE-ACEITOS-REL      PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE "   VALOR: ".
           05  VALOR-ACEITOS-REL     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(31)   VALUE
               "JA IMPORTADOS ANTES..........: ".
           05  QTDE-JA-IMPORT-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINTOT4.
           05  FILLER                PIC X(31)   VALUE
               "RECUSADOS (CORRIGIR/REENVIAR): ".
           05  QTDE-RECUSADOS-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINTOT5.
           05  FILLER                PIC X(31)   VALUE
               "OUTRAS EXCECOES..............: ".
           05  QTDE-EXCECOES-REL     PIC ZZZZZ9  VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
           END-IF.
           IF   ERRO-W EQUAL 0
                PERFORM LE-CABECALHO-RETORNO
           END-IF.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT
                PERFORM CABECALHO
                PERFORM PROCESSA-RETORNO UNTIL FIM-RETORNO-TRUE
                PERFORM ENCERRA-LOTE
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
           MOVE "COD052" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD052.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O COD072 COD073.
           IF   ST-COD072 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD072: " ST-COD072
                DISPLAY "NENHUM LOTE DE RPS GERADO (COP092)."
                MOVE 1 TO ERRO-W.
           IF   ST-COD073 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD073: " ST-COD073
                MOVE 1 TO ERRO-W.

           OPEN I-O COD052.
           IF   ST-COD052 EQUAL "35"
                CLOSE COD052       OPEN OUTPUT COD052
                CLOSE COD052       OPEN I-O COD052.
           IF   ST-COD052 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD052: " ST-COD052
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
           MOVE "COP093" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W.

      *----------------------------------------------------------------
      *    LE-CABECALHO-RETORNO - o registro 1 identifica o lote, que
      *    tem de existir no COD073.
      *----------------------------------------------------------------
       LE-CABECALHO-RETORNO SECTION.
           DISPLAY "ARQUIVO DE RETORNO (CAMINHO).........: "
               WITH NO ADVANCING.
           ACCEPT PATH-RETORNO-W.
           OPEN INPUT RETORNO.
           IF   ST-RETORNO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RETORNO: " ST-RETORNO
                MOVE 1 TO ERRO-W
                GO TO LE-CABECALHO-RETORNO-EXIT.
           READ RETORNO INTO RET-REG
               AT END
                   MOVE SPACES TO RET-REG.
           IF   TIPO-REG-RET NOT EQUAL "1"
                DISPLAY "RETORNO SEM REGISTRO DE CABECALHO."
                MOVE 1 TO ERRO-W
                CLOSE RETORNO
                GO TO LE-CABECALHO-RETORNO-EXIT.
           MOVE NR-LOTE-RET TO NR-LOTE-W NR-LOTE-CO73 NR-LOTE-REL.
           READ COD073
               INVALID KEY
                   DISPLAY "LOTE " NR-LOTE-W " NAO GERADO NO COP092."
                   MOVE 1 TO ERRO-W
                   CLOSE RETORNO
                   GO TO LE-CABECALHO-RETORNO-EXIT
           END-READ.
           IF   SITUACAO-CO73 NOT EQUAL 0
                DISPLAY "AVISO: RETORNO DO LOTE " NR-LOTE-W
                        " JA PROCESSADO EM " DATA-SITUACAO-CO73
                        " - NOTAS JA GRAVADAS NAO SE REPETEM.".

       LE-CABECALHO-RETORNO-EXIT. EXIT.

       PROCESSA-RETORNO SECTION.
           READ RETORNO INTO RET-REG
               AT END
                   MOVE 1 TO FIM-RETORNO-W
                   GO TO PROCESSA-RETORNO-EXIT.
           IF   TIPO-REG-RET NOT EQUAL "2"
                GO TO PROCESSA-RETORNO-EXIT.
           ADD  1 TO QTDE-LIDOS-W.
           MOVE SPACES TO OBS-REL.

           MOVE SERIE-RPS-RET  TO SERIE-RPS-CO72.
           MOVE NUMERO-RPS-RET TO NUMERO-RPS-CO72.
           READ COD072
               INVALID KEY
                   MOVE "RPS NAO ENCONTRADO NO COD072" TO OBS-REL
                   PERFORM IMPRIME-EXCECAO
                   GO TO PROCESSA-RETORNO-EXIT
           END-READ.
           IF   SITUACAO-CO72 EQUAL 1
                ADD  1 TO QTDE-JA-IMPORT-W
                GO TO PROCESSA-RETORNO-EXIT.
           IF   LOTE-CO72 NOT EQUAL NR-LOTE-W
                MOVE "RPS REENVIADO EM OUTRO LOTE" TO OBS-REL
                MOVE LOTE-CO72 TO OBS-REL(29:6)
                PERFORM IMPRIME-EXCECAO
                GO TO PROCESSA-RETORNO-EXIT.

           IF   RPS-RECUSADO-RET
                PERFORM RECUSA-RPS
           ELSE
                IF   RPS-ACEITO-RET
                     PERFORM GRAVA-NOTA
                ELSE
                     MOVE "RESULTADO INVALIDO NO RETORNO" TO OBS-REL
                     PERFORM IMPRIME-EXCECAO.

       PROCESSA-RETORNO-EXIT. EXIT.

       RECUSA-RPS SECTION.
           MOVE 2          TO SITUACAO-CO72.
           MOVE MOTIVO-RET TO MOTIVO-CO72.
           REWRITE REG-COD072
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD072: " ST-COD072
           END-REWRITE.
           ADD  1 TO QTDE-RECUSADOS-W.
           MOVE MOTIVO-RET TO OBS-REL.
           PERFORM IMPRIME-LINHA.

      *----------------------------------------------------------------
      *    GRAVA-NOTA - a nota do RPS aceito entra no COD052 com a
      *    origem do RPS; chave ja gravada com a mesma origem e nota
      *    de importacao anterior, com outra origem e excecao.
      *----------------------------------------------------------------
       GRAVA-NOTA SECTION.
           MOVE SERIE-NFS-RET  TO SERIE-CO52.
           MOVE NUMERO-NFS-RET TO NUMERO-CO52.
           READ COD052
               INVALID KEY
                   GO TO GRAVA-NOTA-INCLUI
           END-READ.
           IF   NR-CONTRATO-CO52 EQUAL NR-CONTRATO-CO72
           AND  PARCELA-CO52 EQUAL PARCELA-CO72
           AND  PEDIDO-CO52 EQUAL PEDIDO-CO72
                ADD  1 TO QTDE-JA-IMPORT-W
                PERFORM MARCA-CONVERTIDO
           ELSE
                MOVE "NFS JA EXISTE NO COD052 COM OUTRA ORIGEM"
                     TO OBS-REL
                PERFORM IMPRIME-EXCECAO.
           GO TO GRAVA-NOTA-EXIT.

       GRAVA-NOTA-INCLUI.
           MOVE DATA-EMISSAO-RET     TO DATA-EMISSAO-CO52.
           MOVE CLASSIF-CLIENTE-CO72 TO CLASSIF-CLIENTE-CO52.
           MOVE CODIGO-CLIENTE-CO72  TO CODIGO-CLIENTE-CO52.
           MOVE VALOR-CO72           TO VALOR-CO52.
           MOVE NR-CONTRATO-CO72     TO NR-CONTRATO-CO52.
           MOVE PARCELA-CO72         TO PARCELA-CO52.
           MOVE PEDIDO-CO72          TO PEDIDO-CO52.
           MOVE 0                    TO SITUACAO-CO52.
           MOVE USUARIO-PARM         TO USUARIO-CO52.
           MOVE COD-VERIF-RET        TO COD-VERIF-CO52.
           WRITE REG-COD052
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD052: " ST-COD052
                   MOVE "ERRO NA GRAVACAO DO COD052" TO OBS-REL
                   PERFORM IMPRIME-EXCECAO
                   GO TO GRAVA-NOTA-EXIT
           END-WRITE.
           MOVE "INCLUSAO"   TO LOG3-OPERACAO.
           MOVE "VALOR-CO52" TO CAMPO-LOG-W.
           MOVE SPACES       TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE VALOR-CO52   TO VALOR-LOG-W.
           MOVE VALOR-LOG-W  TO ATUAL-LOG-W(1:13).
           MOVE "RPS"        TO ATUAL-LOG-W(15:3).
           MOVE SERIE-RPS-CO72  TO ATUAL-LOG-W(19:5).
           MOVE NUMERO-RPS-CO72 TO ATUAL-LOG-W(25:8).
           PERFORM GRAVA-LOG-NOTA.
           PERFORM MARCA-CONVERTIDO.
           ADD  1          TO QTDE-ACEITOS-W.
           ADD  VALOR-CO52 TO VALOR-ACEITOS-W.
           MOVE "NFS GRAVADA - VERIF. " TO OBS-REL.
           MOVE COD-VERIF-RET TO OBS-REL(22:9).
           PERFORM IMPRIME-LINHA.

       GRAVA-NOTA-EXIT. EXIT.

       MARCA-CONVERTIDO SECTION.
           MOVE 1              TO SITUACAO-CO72.
           MOVE SERIE-NFS-RET  TO SERIE-NFS-CO72.
           MOVE NUMERO-NFS-RET TO NUMERO-NFS-CO72.
           MOVE SPACES         TO MOTIVO-CO72.
           REWRITE REG-COD072
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD072: " ST-COD072
           END-REWRITE.

       ENCERRA-LOTE SECTION.
           CLOSE RETORNO.
           MOVE NR-LOTE-W TO NR-LOTE-CO73.
           READ COD073
               INVALID KEY
                   GO TO ENCERRA-LOTE-EXIT
           END-READ.
           MOVE 1           TO SITUACAO-CO73.
           MOVE DATA-HOJE-W TO DATA-SITUACAO-CO73.
           IF   DATA-HOJE-W EQUAL ZEROS
                ACCEPT DATA-SITUACAO-CO73 FROM DATE YYYYMMDD.
           REWRITE REG-COD073
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD073: " ST-COD073
           END-REWRITE.

       ENCERRA-LOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-NOTA - trilha em LOG003 nos moldes do COP063.
      *----------------------------------------------------------------
       GRAVA-LOG-NOTA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD052"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE SERIE-CO52         TO LOG3-CHAVE-REG(1:3).
           MOVE NUMERO-CO52        TO LOG3-CHAVE-REG(4:8).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       IMPRIME-EXCECAO SECTION.
           ADD  1 TO QTDE-EXCECOES-W.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE SERIE-RPS-RET  TO SERIE-RPS-REL.
           MOVE NUMERO-RPS-RET TO NUMERO-RPS-REL.
           MOVE RESULTADO-RET  TO RESULTADO-REL.
           MOVE SERIE-NFS-RET  TO SERIE-NFS-REL.
           MOVE NUMERO-NFS-RET TO NUMERO-NFS-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

       IMPRIME-TOTAL SECTION.
           MOVE QTDE-LIDOS-W      TO QTDE-LIDOS-REL.
           MOVE QTDE-ACEITOS-W    TO QTDE-ACEITOS-REL.
           MOVE VALOR-ACEITOS-W   TO VALOR-ACEITOS-REL.
           MOVE QTDE-JA-IMPORT-W  TO QTDE-JA-IMPORT-REL.
           MOVE QTDE-RECUSADOS-W  TO QTDE-RECUSADOS-REL.
           MOVE QTDE-EXCECOES-W   TO QTDE-EXCECOES-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT1.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.
           WRITE REG-RELAT FROM LINTOT4.
           WRITE REG-RELAT FROM LINTOT5.

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
           CLOSE COD072 COD073 COD052 LOG003.

       END PROGRAM COP093.
