       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP099.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: ASSINATURAS DO CONTRATO (COD083): CONTROLE DE QUEM JA
      *        ASSINOU O CONTRATO COD041 - O FORMANDO TITULAR E CADA
      *        RESPONSAVEL FINANCEIRO DO COD053. O ENVIO ELETRONICO
      *        NASCE NA EXPORTACAO DA MINUTA (COP065, DESTINO "A");
      *        AQUI ENTRAM O PAPEL E AS CORRECOES (OPCAO R), O ARQUIVO
      *        DE SITUACAO DEVOLVIDO PELA PLATAFORMA DE ASSINATURA
      *        (OPCAO I), A LISTA DE ASSINATURAS PENDENTES POR TURMA
      *        (OPCAO L - TURMA EM BRANCO = TODAS AS TURMAS ATIVAS) E
      *        A CONSULTA DE UM CONTRATO (OPCAO C). SO CONTRATO
      *        VIGENTE ENTRA NA LISTA. A GERACAO DE PARCELAS (COP047)
      *        E A CONVERSAO DE PEDIDO (PDP104) AVISAM QUANDO FALTA
      *        ASSINATURA (GRDASS). ASSINATURA REGISTRADA NAO VOLTA
      *        ATRAS PELO ARQUIVO DA PLATAFORMA, SO PELA OPCAO R.
      *        TODA ALTERACAO DEIXA TRILHA EM LOG003.
      *
      *        LINHA DO ARQUIVO DA PLATAFORMA (SEPARADA POR ";"):
      *        CONTRATO;TIPO;SEQ;SITUACAO;DATA;DOCUMENTO - TIPO "F"
      *        FORMANDO OU "R" RESPONSAVEL, SEQ COMO SAIU NA LISTA DE
      *        SIGNATARIOS DO COP065, SITUACAO "S" ASSINADO, "R"
      *        RECUSADO/EXPIRADO OU "E" ENVIADO, DATA AAAAMMDD DO
      *        EVENTO E DOCUMENTO O ID DO ENVELOPE NA PLATAFORMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CGPX001.

           COPY CGPX011.

           COPY COPX041.

           COPY COPX043.

           COPY COPX053.

           COPY COPX083.

           COPY LOGX003.

           SELECT STATUS-ASS ASSIGN TO PATH-STATUS-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-STATUS.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY CGPW011.

           COPY COPW041.

           COPY COPW043.

           COPY COPW053.

           COPY COPW083.

           COPY LOGW003.

       FD  STATUS-ASS
           LABEL RECORD IS OMITTED.
       01  REG-STATUS                PIC X(120).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD053             PIC XX       VALUE SPACES.
           05  ST-COD083             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-STATUS             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  FIM-COD041            PIC 9        VALUE ZEROS.
              88  FIM-COD041-TRUE       VALUE 1.
           05  FIM-COD043            PIC 9        VALUE ZEROS.
              88  FIM-COD043-TRUE       VALUE 1.
           05  FIM-COD053            PIC 9        VALUE ZEROS.
              88  FIM-COD053-TRUE       VALUE 1.
           05  SEM-COD053-W          PIC 9        VALUE ZEROS.
      *    SEM-COD053-W = 1 sem o arquivo de responsaveis: so o
      *    formando e' esperado (mesmo criterio do GRDASS)
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
           05  PATH-STATUS-W         PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CONTRATO-PARM         PIC 9(6)     VALUE ZEROS.
           05  TIPO-PARM             PIC X        VALUE SPACES.
           05  SEQ-PARM              PIC 9(2)     VALUE ZEROS.
           05  SITUACAO-PARM         PIC 9        VALUE ZEROS.
           05  CANAL-PARM            PIC X        VALUE SPACES.
           05  DATA-PARM             PIC 9(8)     VALUE ZEROS.
           05  DOCUMENTO-PARM        PIC X(30)    VALUE SPACES.
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  ACHOU-CONTRATO-W      PIC 9        VALUE ZEROS.
           05  ACHOU-SIGNAT-W        PIC 9        VALUE ZEROS.
           05  NOME-SIGNAT-W         PIC X(40)    VALUE SPACES.
           05  CPF-SIGNAT-W          PIC 9(16)    VALUE ZEROS.
           05  NOVO-REG-W            PIC 9        VALUE ZEROS.
           05  SITUACAO-ANTES-W      PIC X(20)    VALUE SPACES.
           05  SITUACAO-DEPOIS-W     PIC X(20)    VALUE SPACES.
           05  OBS-W                 PIC X(30)    VALUE SPACES.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  TURMA-IMPRESSA-W      PIC 9        VALUE ZEROS.
           05  CONTRATO-PENDENTE-W   PIC 9        VALUE ZEROS.
           05  QTDE-LIDOS-W          PIC 9(5)     VALUE ZEROS.
           05  QTDE-ASSINADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-RECUSADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-ENVIADOS-W       PIC 9(5)     VALUE ZEROS.
           05  QTDE-IGNORADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-CONTR-TURMA-W    PIC 9(5)     VALUE ZEROS.
           05  QTDE-PEND-TURMA-W     PIC 9(5)     VALUE ZEROS.
           05  QTDE-CONTR-TOTAL-W    PIC 9(5)     VALUE ZEROS.
           05  QTDE-PEND-TOTAL-W     PIC 9(5)     VALUE ZEROS.
           05  MINUSCULAS-W          PIC X(26)    VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  MAIUSCULAS-W          PIC X(26)    VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           05  DATA-AUX-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-AUX-R REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           COPY "PARAMETR".

       01  CAMPOS-STATUS.
           05  CONTRATO-CSV          PIC X(10).
           05  TIPO-CSV              PIC X(5).
           05  SEQ-CSV               PIC X(5).
           05  SITUACAO-CSV          PIC X(5).
           05  DATA-CSV              PIC X(10).
           05  DOCUMENTO-CSV         PIC X(30).
       01  NUMEROS-STATUS.
           05  CONTRATO-NUM-W        PIC 9(6)     VALUE ZEROS.
           05  SEQ-NUM-W             PIC 9(2)     VALUE ZEROS.
           05  DATA-NUM-W            PIC 9(8)     VALUE ZEROS.

       01  TABELA-SITUACOES.
           05  FILLER                PIC X(12)    VALUE "A ENVIAR".
           05  FILLER                PIC X(12)    VALUE "ENVIADO".
           05  FILLER                PIC X(12)    VALUE "ASSINADO".
           05  FILLER                PIC X(12)    VALUE "RECUSADO".
       01  TABELA-SITUACOES-R REDEFINES TABELA-SITUACOES.
           05  DESC-SITUACAO-T       PIC X(12)    OCCURS 4 TIMES.
       01  IND-SIT-W                 PIC 9        VALUE ZEROS.

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

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  TITULO-REL            PIC X(90)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  CAB04-TEXTO           PIC X(90)   VALUE SPACES.
       01  CAB04-PENDENTES           PIC X(90)   VALUE
           "CONTR. T SQ NOME                           SITUACAO     C EN
      -    "VIO      DOCUMENTO".
       01  CAB04-IMPORTA             PIC X(90)   VALUE
           "CONTR. T SQ S DATA       DOCUMENTO                      OBSE
      -    "RVACAO".

       01  LINTURMA.
           05  FILLER                PIC X(7)    VALUE "TURMA: ".
           05  CURSO-TUR-REL         PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE "/".
           05  TURMA-TUR-REL         PIC X(3)    VALUE SPACES.

       01  LINDET.
           05  CONTRATO-REL          PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TIPO-REL              PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-REL               PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-REL              PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CANAL-REL             PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ENVIO-REL             PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DOCUMENTO-REL         PIC X(21)   VALUE SPACES.

       01  LINIMP.
           05  CONTRATO-IMP          PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TIPO-IMP              PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-IMP               PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-IMP          PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-IMP              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DOCUMENTO-IMP         PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-IMP               PIC X(30)   VALUE SPACES.

       01  LINSUB.
           05  FILLER                PIC X(31)   VALUE
               "  CONTRATOS COM PENDENCIA....: ".
           05  CONTR-SUB             PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(26)   VALUE
               "   ASSINATURAS PENDENTES: ".
           05  PEND-SUB              PIC ZZZZ9   VALUE ZEROS.

       01  LINTOT1.
           05  TEXTO1-TOT            PIC X(31)   VALUE SPACES.
           05  QTDE1-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT2.
           05  TEXTO2-TOT            PIC X(31)   VALUE SPACES.
           05  QTDE2-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(31)   VALUE
               "RECUSADOS/EXPIRADOS..........: ".
           05  QTDE3-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT4.
           05  FILLER                PIC X(31)   VALUE
               "ENVIADOS.....................: ".
           05  QTDE4-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT5.
           05  FILLER                PIC X(31)   VALUE
               "LINHAS IGNORADAS.............: ".
           05  QTDE5-TOT             PIC ZZZZ9   VALUE ZEROS.

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
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD053" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD053.
           MOVE "COD083" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD083.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT CGD001 CGD011 COD041 COD043.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                MOVE 1 TO ERRO-W.
           IF   ST-CGD011 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
                MOVE 1 TO ERRO-W.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.
           IF   ST-COD043 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD043: " ST-COD043
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD053.
           IF   ST-COD053 EQUAL "35"
                MOVE 1 TO SEM-COD053-W
           ELSE
                IF   ST-COD053 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD053: " ST-COD053
                     MOVE 1 TO ERRO-W.

           OPEN I-O COD083.
           IF   ST-COD083 EQUAL "35"
                OPEN OUTPUT COD083
                CLOSE COD083
                OPEN I-O COD083.
           IF   ST-COD083 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD083: " ST-COD083
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
           MOVE "COP099" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "ASSINATURAS DO CONTRATO (COD083)".
           DISPLAY "R-REGISTRA I-IMPORTA L-PENDENTES C-CONSULTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "R"  WHEN "r"  PERFORM REGISTRA-ASSINATURA
               WHEN "I"  WHEN "i"  PERFORM IMPORTA-STATUS
               WHEN "L"  WHEN "l"  PERFORM LISTA-PENDENTES
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-CONTRATO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-ASSINATURA - papel entregue/assinado, recusa ou
      *    correcao de um signatario; unica forma de desfazer uma
      *    assinatura ja registrada.
      *----------------------------------------------------------------
       REGISTRA-ASSINATURA SECTION.
           DISPLAY "CONTRATO.............................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           PERFORM LOCALIZA-CONTRATO.
           IF   ACHOU-CONTRATO-W EQUAL 0
                DISPLAY "CONTRATO NAO ENCONTRADO EM COD041."
                GO TO REGISTRA-ASSINATURA-EXIT.

           DISPLAY "SIGNATARIO (F-FORMANDO R-RESPONSAVEL): "
               WITH NO ADVANCING.
           ACCEPT TIPO-PARM.
           INSPECT TIPO-PARM CONVERTING MINUSCULAS-W TO MAIUSCULAS-W.
           MOVE ZEROS TO SEQ-PARM.
           IF   TIPO-PARM EQUAL "R"
                DISPLAY "SEQUENCIA DO RESPONSAVEL (COD053)....: "
                    WITH NO ADVANCING
                ACCEPT SEQ-PARM.
           PERFORM LOCALIZA-SIGNATARIO.
           IF   ACHOU-SIGNAT-W EQUAL 0
                DISPLAY "SIGNATARIO INVALIDO PARA O CONTRATO."
                GO TO REGISTRA-ASSINATURA-EXIT.

           PERFORM LE-ASSINATURA.
           IF   NOVO-REG-W EQUAL 0
                MOVE SITUACAO-CO83 TO IND-SIT-W
                ADD 1 TO IND-SIT-W
                DISPLAY NOME-SIGNAT-W " - "
                        DESC-SITUACAO-T(IND-SIT-W) " " CANAL-CO83
                        " " DOCUMENTO-CO83
           ELSE
                DISPLAY NOME-SIGNAT-W " - SEM REGISTRO".

           DISPLAY "SITUACAO (0-A ENVIAR 1-ENVIADO 2-ASSINADO "
                   "3-RECUSADO): " WITH NO ADVANCING.
           ACCEPT SITUACAO-PARM.
           IF   SITUACAO-PARM GREATER 3
                DISPLAY "SITUACAO INVALIDA."
                GO TO REGISTRA-ASSINATURA-EXIT.
           DISPLAY "CANAL (P-PAPEL E-ELETRONICO).........: "
               WITH NO ADVANCING.
           ACCEPT CANAL-PARM.
           INSPECT CANAL-PARM CONVERTING MINUSCULAS-W TO MAIUSCULAS-W.
           IF   CANAL-PARM NOT EQUAL "P"
           AND  CANAL-PARM NOT EQUAL "E"
                DISPLAY "CANAL INVALIDO."
                GO TO REGISTRA-ASSINATURA-EXIT.
           DISPLAY "DATA DO EVENTO AAAAMMDD (0 = HOJE)...: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           IF   DATA-PARM EQUAL ZEROS
                ACCEPT DATA-PARM FROM DATE YYYYMMDD.
           MOVE DATA-PARM TO DATA-AUX-W.
           PERFORM CONFERE-DATA.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                DISPLAY "DATA INVALIDA."
                GO TO REGISTRA-ASSINATURA-EXIT.
           DISPLAY "DOCUMENTO (BRANCO = MANTEM)..........: "
               WITH NO ADVANCING.
           ACCEPT DOCUMENTO-PARM.

           PERFORM GRAVA-ASSINATURA.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
           ELSE
                DISPLAY "ASSINATURA ATUALIZADA.".

       REGISTRA-ASSINATURA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPORTA-STATUS - arquivo de situacao da plataforma; cada
      *    linha sai no relatorio com o que foi feito dela.
      *----------------------------------------------------------------
       IMPORTA-STATUS SECTION.
           DISPLAY "ARQUIVO DA PLATAFORMA (CAMINHO)......: "
               WITH NO ADVANCING.
           ACCEPT PATH-STATUS-W.
           OPEN INPUT STATUS-ASS.
           IF   ST-STATUS NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO: " ST-STATUS
                GO TO IMPORTA-STATUS-EXIT.

           MOVE ZEROS TO QTDE-LIDOS-W QTDE-ASSINADOS-W QTDE-RECUSADOS-W
                         QTDE-ENVIADOS-W QTDE-IGNORADOS-W FIM-ARQ-W
                         PAG-W.
           MOVE "ASSINATURA ELETRONICA - SITUACAO IMPORTADA DA PLATAFO
      -         "RMA" TO TITULO-REL.
           MOVE CAB04-IMPORTA TO CAB04-TEXTO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-STATUS UNTIL FIM-ARQ-TRUE.

           MOVE "LINHAS LIDAS NO ARQUIVO......: " TO TEXTO1-TOT.
           MOVE QTDE-LIDOS-W     TO QTDE1-TOT.
           MOVE "ASSINADOS....................: " TO TEXTO2-TOT.
           MOVE QTDE-ASSINADOS-W TO QTDE2-TOT.
           MOVE QTDE-RECUSADOS-W TO QTDE3-TOT.
           MOVE QTDE-ENVIADOS-W  TO QTDE4-TOT.
           MOVE QTDE-IGNORADOS-W TO QTDE5-TOT.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT1.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.
           WRITE REG-RELAT FROM LINTOT4.
           WRITE REG-RELAT FROM LINTOT5.
           CLOSE STATUS-ASS RELAT.
           DISPLAY "SITUACAO IMPORTADA: " QTDE-LIDOS-W " LINHAS, "
                   QTDE-ASSINADOS-W " ASSINADAS, " QTDE-IGNORADOS-W
                   " IGNORADAS.".

       IMPORTA-STATUS-EXIT. EXIT.

       PROCESSA-STATUS SECTION.
           READ STATUS-ASS
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO PROCESSA-STATUS-EXIT.
           IF   REG-STATUS EQUAL SPACES
                GO TO PROCESSA-STATUS-EXIT.
           ADD 1 TO QTDE-LIDOS-W.
           INSPECT REG-STATUS REPLACING ALL '"' BY SPACE.
           INSPECT REG-STATUS REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO CAMPOS-STATUS.
           UNSTRING REG-STATUS DELIMITED BY ";"
               INTO CONTRATO-CSV TIPO-CSV SEQ-CSV SITUACAO-CSV
                    DATA-CSV DOCUMENTO-CSV
           END-UNSTRING.
           INSPECT TIPO-CSV CONVERTING MINUSCULAS-W TO MAIUSCULAS-W.
           INSPECT SITUACAO-CSV CONVERTING MINUSCULAS-W
                                        TO MAIUSCULAS-W.

           MOVE ZEROS  TO CONTRATO-IMP DATA-IMP.
           MOVE SPACES TO TIPO-IMP SEQ-IMP SITUACAO-IMP DOCUMENTO-IMP
                          OBS-IMP.
           MOVE TIPO-CSV(1:1)     TO TIPO-IMP.
           MOVE SEQ-CSV(1:2)      TO SEQ-IMP.
           MOVE SITUACAO-CSV(1:1) TO SITUACAO-IMP.
           MOVE DOCUMENTO-CSV     TO DOCUMENTO-IMP.

           MOVE ZEROS TO NUMEROS-STATUS.
           IF   CONTRATO-CSV(1:6) NOT NUMERIC
                MOVE "CONTRATO INVALIDO" TO OBS-W
                GO TO PROCESSA-STATUS-IGNORA.
           MOVE CONTRATO-CSV(1:6) TO CONTRATO-NUM-W.
           MOVE CONTRATO-NUM-W    TO CONTRATO-IMP.
           IF   SEQ-CSV(1:2) NUMERIC
                MOVE SEQ-CSV(1:2) TO SEQ-NUM-W
           ELSE
                IF   SEQ-CSV(1:1) NUMERIC
                AND  SEQ-CSV(2:1) EQUAL SPACE
                     MOVE SEQ-CSV(1:1) TO SEQ-NUM-W
                ELSE
                     MOVE "SEQUENCIA INVALIDA" TO OBS-W
                     GO TO PROCESSA-STATUS-IGNORA.
           IF   DATA-CSV(1:8) NOT NUMERIC
                MOVE "DATA INVALIDA" TO OBS-W
                GO TO PROCESSA-STATUS-IGNORA.
           MOVE DATA-CSV(1:8) TO DATA-NUM-W DATA-AUX-W.
           PERFORM CONFERE-DATA.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                MOVE "DATA INVALIDA" TO OBS-W
                GO TO PROCESSA-STATUS-IGNORA.
           PERFORM MOSTRA-DATA-IMPORTADA.

           EVALUATE SITUACAO-CSV(1:1)
               WHEN "S"  MOVE 2 TO SITUACAO-PARM
               WHEN "R"  MOVE 3 TO SITUACAO-PARM
               WHEN "E"  MOVE 1 TO SITUACAO-PARM
               WHEN OTHER
                    MOVE "SITUACAO INVALIDA (S/R/E)" TO OBS-W
                    GO TO PROCESSA-STATUS-IGNORA
           END-EVALUATE.

           MOVE CONTRATO-NUM-W TO CONTRATO-PARM.
           PERFORM LOCALIZA-CONTRATO.
           IF   ACHOU-CONTRATO-W EQUAL 0
                MOVE "CONTRATO NAO ENCONTRADO" TO OBS-W
                GO TO PROCESSA-STATUS-IGNORA.
           MOVE TIPO-CSV(1:1) TO TIPO-PARM.
           MOVE SEQ-NUM-W     TO SEQ-PARM.
           PERFORM LOCALIZA-SIGNATARIO.
           IF   ACHOU-SIGNAT-W EQUAL 0
                MOVE "SIGNATARIO INVALIDO" TO OBS-W
                GO TO PROCESSA-STATUS-IGNORA.

           PERFORM LE-ASSINATURA.
           IF   NOVO-REG-W EQUAL 0
           AND  SITUACAO-CO83 EQUAL 2
                IF   SITUACAO-PARM EQUAL 2
                     MOVE "ASSINATURA JA IMPORTADA" TO OBS-W
                ELSE
                     MOVE "JA ASSINADO - VER OPCAO R" TO OBS-W
                END-IF
                GO TO PROCESSA-STATUS-IGNORA.

           MOVE "E"            TO CANAL-PARM.
           MOVE DATA-NUM-W     TO DATA-PARM.
           MOVE DOCUMENTO-CSV  TO DOCUMENTO-PARM.
           PERFORM GRAVA-ASSINATURA.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                MOVE "ERRO DE GRAVACAO NO COD083" TO OBS-W
                GO TO PROCESSA-STATUS-IGNORA.

           EVALUATE SITUACAO-PARM
               WHEN 2  ADD 1 TO QTDE-ASSINADOS-W
                       MOVE "ASSINADO" TO OBS-IMP
               WHEN 3  ADD 1 TO QTDE-RECUSADOS-W
                       MOVE "RECUSADO/EXPIRADO - REENVIAR" TO OBS-IMP
               WHEN OTHER
                       ADD 1 TO QTDE-ENVIADOS-W
                       MOVE "ENVIADO" TO OBS-IMP
           END-EVALUATE.
           PERFORM IMPRIME-IMPORTADA.
           GO TO PROCESSA-STATUS-EXIT.

       PROCESSA-STATUS-IGNORA.
           ADD 1 TO QTDE-IGNORADOS-W.
           MOVE OBS-W TO OBS-IMP.
           PERFORM IMPRIME-IMPORTADA.

       PROCESSA-STATUS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LISTA-PENDENTES - por turma, cada signatario de contrato
      *    vigente que ainda nao assinou. O COD041 nao tem chave por
      *    curso/turma: cada turma varre o arquivo (como no COP075).
      *----------------------------------------------------------------
       LISTA-PENDENTES SECTION.
           DISPLAY "CURSO (BRANCO = TODAS AS TURMAS ATIVAS): "
               WITH NO ADVANCING.
           ACCEPT CURSO-PARM.
           MOVE SPACES TO TURMA-PARM.
           IF   CURSO-PARM NOT EQUAL SPACES
                DISPLAY "TURMA................................: "
                    WITH NO ADVANCING
                ACCEPT TURMA-PARM.
           INSPECT CURSO-PARM CONVERTING MINUSCULAS-W TO MAIUSCULAS-W.
           INSPECT TURMA-PARM CONVERTING MINUSCULAS-W TO MAIUSCULAS-W.

           MOVE ZEROS TO PAG-W QTDE-CONTR-TOTAL-W QTDE-PEND-TOTAL-W.
           MOVE "CONTRATOS VIGENTES COM ASSINATURA PENDENTE POR TURMA"
             TO TITULO-REL.
           MOVE CAB04-PENDENTES TO CAB04-TEXTO.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           IF   CURSO-PARM NOT EQUAL SPACES
                MOVE CURSO-PARM TO CURSO-CO43
                MOVE TURMA-PARM TO TURMA-CO43
                READ COD043
                    INVALID KEY
                        DISPLAY "TURMA NAO CADASTRADA EM COD043."
                        GO TO LISTA-PENDENTES-TOTAL
                END-READ
                PERFORM LISTA-TURMA
           ELSE
                MOVE SPACES TO CHAVE-CO43 OF REG-COD043
                MOVE ZEROS  TO FIM-COD043
                START COD043 KEY IS NOT LESS
                      CHAVE-CO43 OF REG-COD043
                    INVALID KEY
                        MOVE 1 TO FIM-COD043
                END-START
                PERFORM LE-TURMA-ATIVA UNTIL FIM-COD043-TRUE.

       LISTA-PENDENTES-TOTAL.
           MOVE "CONTRATOS COM PENDENCIA......: " TO TEXTO1-TOT.
           MOVE QTDE-CONTR-TOTAL-W TO QTDE1-TOT.
           MOVE "ASSINATURAS PENDENTES........: " TO TEXTO2-TOT.
           MOVE QTDE-PEND-TOTAL-W  TO QTDE2-TOT.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT1.
           WRITE REG-RELAT FROM LINTOT2.
           CLOSE RELAT.
           DISPLAY "PENDENTES: " QTDE-PEND-TOTAL-W " ASSINATURA(S) EM "
                   QTDE-CONTR-TOTAL-W " CONTRATO(S).".

       LISTA-PENDENTES-EXIT. EXIT.

       LE-TURMA-ATIVA SECTION.
           READ COD043 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD043
                   GO TO LE-TURMA-ATIVA-EXIT.
           IF   SITUACAO-CO43 EQUAL 0
                PERFORM LISTA-TURMA.

       LE-TURMA-ATIVA-EXIT. EXIT.

       LISTA-TURMA SECTION.
           MOVE ZEROS TO TURMA-IMPRESSA-W QTDE-CONTR-TURMA-W
                         QTDE-PEND-TURMA-W FIM-COD041.
           MOVE CURSO-CO43 TO CURSO-TUR-REL.
           MOVE TURMA-CO43 TO TURMA-TUR-REL.
           MOVE ZEROS  TO NR-CONTRATO-CO41.
           MOVE SPACES TO CURSO-CO41 TURMA-CO41.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   MOVE 1 TO FIM-COD041.
           PERFORM TESTA-CONTRATO-TURMA UNTIL FIM-COD041-TRUE.

           IF   TURMA-IMPRESSA-W EQUAL 1
                MOVE QTDE-CONTR-TURMA-W TO CONTR-SUB
                MOVE QTDE-PEND-TURMA-W  TO PEND-SUB
                PERFORM IMPRIME-SUBTOTAL
                ADD QTDE-CONTR-TURMA-W TO QTDE-CONTR-TOTAL-W
                ADD QTDE-PEND-TURMA-W  TO QTDE-PEND-TOTAL-W.

       LISTA-TURMA-EXIT. EXIT.

       TESTA-CONTRATO-TURMA SECTION.
           READ COD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD041
                   GO TO TESTA-CONTRATO-TURMA-EXIT.
           IF   CURSO-CO41 NOT EQUAL CURSO-CO43
           OR   TURMA-CO41 NOT EQUAL TURMA-CO43
           OR   SITUACAO-CO41 NOT EQUAL 0
                GO TO TESTA-CONTRATO-TURMA-EXIT.

           MOVE ZEROS            TO CONTRATO-PENDENTE-W.
           MOVE NR-CONTRATO-CO41 TO CONTRATO-PARM.
           MOVE "F"              TO TIPO-PARM.
           MOVE ZEROS            TO SEQ-PARM.
           PERFORM MONTA-FORMANDO.
           PERFORM LISTA-SIGNATARIO.

           IF   SEM-COD053-W EQUAL 0
                MOVE ZEROS            TO FIM-COD053
                MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-CO53
                MOVE ZEROS            TO SEQ-FIADOR-CO53
                START COD053 KEY IS NOT LESS CHAVE-CO53
                    INVALID KEY
                        MOVE 1 TO FIM-COD053
                END-START
                PERFORM LISTA-RESPONSAVEL UNTIL FIM-COD053-TRUE.

           IF   CONTRATO-PENDENTE-W EQUAL 1
                ADD 1 TO QTDE-CONTR-TURMA-W.

       TESTA-CONTRATO-TURMA-EXIT. EXIT.

       LISTA-RESPONSAVEL SECTION.
           READ COD053 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD053
                   GO TO LISTA-RESPONSAVEL-EXIT.
           IF   NR-CONTRATO-CO53 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-COD053
                GO TO LISTA-RESPONSAVEL-EXIT.
           MOVE "R"             TO TIPO-PARM.
           MOVE SEQ-FIADOR-CO53 TO SEQ-PARM.
           MOVE NOME-CO53       TO NOME-SIGNAT-W.
           PERFORM LISTA-SIGNATARIO.

       LISTA-RESPONSAVEL-EXIT. EXIT.

       LISTA-SIGNATARIO SECTION.
           PERFORM LE-ASSINATURA.
           MOVE ZEROS  TO ENVIO-REL.
           MOVE SPACES TO CANAL-REL DOCUMENTO-REL.
           IF   NOVO-REG-W EQUAL 1
                MOVE "A ENVIAR" TO SITUACAO-REL
           ELSE
                IF   SITUACAO-CO83 EQUAL 2
                     GO TO LISTA-SIGNATARIO-EXIT
                ELSE
                     MOVE SITUACAO-CO83 TO IND-SIT-W
                     ADD 1 TO IND-SIT-W
                     MOVE DESC-SITUACAO-T(IND-SIT-W) TO SITUACAO-REL
                     MOVE CANAL-CO83     TO CANAL-REL
                     MOVE DOCUMENTO-CO83 TO DOCUMENTO-REL
                     IF   DATA-ENVIO-CO83 GREATER ZEROS
                          MOVE DATA-ENVIO-CO83 TO DATA-AUX-W
                          PERFORM MOSTRA-DATA-AUX
                          MOVE DATA-DMA-R TO ENVIO-REL.

           IF   TURMA-IMPRESSA-W EQUAL 0
                IF   LIN GREATER 54
                     PERFORM CABECALHO
                END-IF
                WRITE REG-RELAT FROM LINTURMA AFTER 2
                ADD 2 TO LIN
                MOVE 1 TO TURMA-IMPRESSA-W.

           MOVE CONTRATO-PARM TO CONTRATO-REL.
           MOVE TIPO-PARM     TO TIPO-REL.
           MOVE SEQ-PARM      TO SEQ-REL.
           MOVE NOME-SIGNAT-W TO NOME-REL.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           ADD 1 TO QTDE-PEND-TURMA-W.
           MOVE 1 TO CONTRATO-PENDENTE-W.

       LISTA-SIGNATARIO-EXIT. EXIT.

       IMPRIME-SUBTOTAL SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINSUB.
           ADD 1 TO LIN.

      *----------------------------------------------------------------
      *    CONSULTA-CONTRATO - cada signatario esperado do contrato
      *    com a situacao no COD083.
      *----------------------------------------------------------------
       CONSULTA-CONTRATO SECTION.
           DISPLAY "CONTRATO.............................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           PERFORM LOCALIZA-CONTRATO.
           IF   ACHOU-CONTRATO-W EQUAL 0
                DISPLAY "CONTRATO NAO ENCONTRADO EM COD041."
                GO TO CONSULTA-CONTRATO-EXIT.

           DISPLAY "CONTRATO " CONTRATO-PARM " TURMA " CURSO-CO41 "/"
                   TURMA-CO41 " SITUACAO " SITUACAO-CO41.
           MOVE "F"   TO TIPO-PARM.
           MOVE ZEROS TO SEQ-PARM.
           PERFORM MONTA-FORMANDO.
           PERFORM MOSTRA-SIGNATARIO.

           IF   SEM-COD053-W EQUAL 0
                MOVE ZEROS         TO FIM-COD053
                MOVE CONTRATO-PARM TO NR-CONTRATO-CO53
                MOVE ZEROS         TO SEQ-FIADOR-CO53
                START COD053 KEY IS NOT LESS CHAVE-CO53
                    INVALID KEY
                        MOVE 1 TO FIM-COD053
                END-START
                PERFORM MOSTRA-RESPONSAVEL UNTIL FIM-COD053-TRUE.

       CONSULTA-CONTRATO-EXIT. EXIT.

       MOSTRA-RESPONSAVEL SECTION.
           READ COD053 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD053
                   GO TO MOSTRA-RESPONSAVEL-EXIT.
           IF   NR-CONTRATO-CO53 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-COD053
                GO TO MOSTRA-RESPONSAVEL-EXIT.
           MOVE "R"             TO TIPO-PARM.
           MOVE SEQ-FIADOR-CO53 TO SEQ-PARM.
           MOVE NOME-CO53       TO NOME-SIGNAT-W.
           PERFORM MOSTRA-SIGNATARIO.

       MOSTRA-RESPONSAVEL-EXIT. EXIT.

       MOSTRA-SIGNATARIO SECTION.
           PERFORM LE-ASSINATURA.
           IF   NOVO-REG-W EQUAL 1
                DISPLAY "  " TIPO-PARM " " SEQ-PARM " "
                        NOME-SIGNAT-W(1:30) " A ENVIAR"
                GO TO MOSTRA-SIGNATARIO-EXIT.
           MOVE SITUACAO-CO83 TO IND-SIT-W.
           ADD 1 TO IND-SIT-W.
           MOVE DATA-ENVIO-CO83 TO DATA-AUX-W.
           PERFORM MOSTRA-DATA-AUX.
           MOVE DATA-DMA-R TO ENVIO-REL.
           MOVE DATA-ASSINATURA-CO83 TO DATA-AUX-W.
           PERFORM MOSTRA-DATA-AUX.
           MOVE DATA-DMA-R TO DATA-IMP.
           DISPLAY "  " TIPO-PARM " " SEQ-PARM " "
                   NOME-SIGNAT-W(1:30) " "
                   DESC-SITUACAO-T(IND-SIT-W) " " CANAL-CO83
                   " ENVIO " ENVIO-REL " ASSIN. " DATA-IMP.
           IF   DOCUMENTO-CO83 NOT EQUAL SPACES
                DISPLAY "      DOCUMENTO: " DOCUMENTO-CO83.

       MOSTRA-SIGNATARIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CONTRATO - o contrato pelo numero (a chave do
      *    COD041 inclui curso/turma).
      *----------------------------------------------------------------
       LOCALIZA-CONTRATO SECTION.
           MOVE ZEROS TO ACHOU-CONTRATO-W.
           IF   CONTRATO-PARM EQUAL ZEROS
                GO TO LOCALIZA-CONTRATO-EXIT.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO41.
           MOVE SPACES        TO CURSO-CO41 TURMA-CO41.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   GO TO LOCALIZA-CONTRATO-EXIT.
           READ COD041 NEXT RECORD
               AT END
                   GO TO LOCALIZA-CONTRATO-EXIT.
           IF   NR-CONTRATO-CO41 EQUAL CONTRATO-PARM
                MOVE 1 TO ACHOU-CONTRATO-W.

       LOCALIZA-CONTRATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-SIGNATARIO - formando (seq 00) ou responsavel que
      *    existe no COD053 do contrato; devolve nome e CPF.
      *----------------------------------------------------------------
       LOCALIZA-SIGNATARIO SECTION.
           MOVE ZEROS TO ACHOU-SIGNAT-W.
           IF   TIPO-PARM EQUAL "F"
                IF   SEQ-PARM EQUAL ZEROS
                     PERFORM MONTA-FORMANDO
                     MOVE 1 TO ACHOU-SIGNAT-W
                END-IF
                GO TO LOCALIZA-SIGNATARIO-EXIT.
           IF   TIPO-PARM NOT EQUAL "R"
           OR   SEM-COD053-W EQUAL 1
                GO TO LOCALIZA-SIGNATARIO-EXIT.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO53.
           MOVE SEQ-PARM      TO SEQ-FIADOR-CO53.
           READ COD053
               INVALID KEY
                   GO TO LOCALIZA-SIGNATARIO-EXIT
           END-READ.
           MOVE NOME-CO53 TO NOME-SIGNAT-W.
           MOVE CPF-CO53  TO CPF-SIGNAT-W.
           MOVE 1 TO ACHOU-SIGNAT-W.

       LOCALIZA-SIGNATARIO-EXIT. EXIT.

       MONTA-FORMANDO SECTION.
           MOVE SPACES TO NOME-SIGNAT-W.
           MOVE ZEROS  TO CPF-SIGNAT-W.
           MOVE CODIGO-CLIENTE-CO41 TO CODIGO-CG01.
           READ CGD001
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE NOME-CG01 TO NOME-SIGNAT-W
           END-READ.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CG11.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CG11.
           READ CGD011
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CPF-CG11 TO CPF-SIGNAT-W
           END-READ.

       MONTA-FORMANDO-EXIT. EXIT.

       LE-ASSINATURA SECTION.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO83.
           MOVE TIPO-PARM     TO TIPO-SIGNAT-CO83.
           MOVE SEQ-PARM      TO SEQ-SIGNAT-CO83.
           MOVE ZEROS         TO NOVO-REG-W.
           READ COD083
               INVALID KEY
                   MOVE 1 TO NOVO-REG-W
           END-READ.

       LE-ASSINATURA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-ASSINATURA - aplica SITUACAO/CANAL/DATA/DOCUMENTO
      *    -PARM ao signatario lido em LE-ASSINATURA. A data do evento
      *    vai para o envio (situacao 1) ou para a assinatura (2);
      *    na recusa (3) a assinatura fica zerada.
      *----------------------------------------------------------------
       GRAVA-ASSINATURA SECTION.
           MOVE SPACES TO SITUACAO-ANTES-W.
           IF   NOVO-REG-W EQUAL 1
                MOVE SPACES        TO REG-COD083
                MOVE CONTRATO-PARM TO NR-CONTRATO-CO83
                MOVE TIPO-PARM     TO TIPO-SIGNAT-CO83
                MOVE SEQ-PARM      TO SEQ-SIGNAT-CO83
                MOVE ZEROS         TO DATA-ENVIO-CO83
                                      DATA-ASSINATURA-CO83
                                      SITUACAO-CO83
           ELSE
                MOVE SITUACAO-CO83 TO SITUACAO-ANTES-W(1:1)
                MOVE DOCUMENTO-CO83 TO SITUACAO-ANTES-W(3:18).

           MOVE CURSO-CO41     TO CURSO-CO83.
           MOVE TURMA-CO41     TO TURMA-CO83.
           MOVE NOME-SIGNAT-W  TO NOME-CO83.
           MOVE CPF-SIGNAT-W   TO CPF-CO83.
           MOVE CANAL-PARM     TO CANAL-CO83.
           MOVE SITUACAO-PARM  TO SITUACAO-CO83.
           EVALUATE SITUACAO-PARM
               WHEN 0  MOVE ZEROS     TO DATA-ENVIO-CO83
                                         DATA-ASSINATURA-CO83
               WHEN 1  MOVE DATA-PARM TO DATA-ENVIO-CO83
                       MOVE ZEROS     TO DATA-ASSINATURA-CO83
               WHEN 2  MOVE DATA-PARM TO DATA-ASSINATURA-CO83
                       IF   DATA-ENVIO-CO83 EQUAL ZEROS
                            MOVE DATA-PARM TO DATA-ENVIO-CO83
                       END-IF
               WHEN 3  MOVE ZEROS     TO DATA-ASSINATURA-CO83
           END-EVALUATE.
           IF   DOCUMENTO-PARM NOT EQUAL SPACES
                MOVE DOCUMENTO-PARM TO DOCUMENTO-CO83.
           MOVE USUARIO-PARM   TO USUARIO-CO83.

           IF   NOVO-REG-W EQUAL 1
                WRITE REG-COD083
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD083: " ST-COD083
                        MOVE 1 TO ERRO-W
                        GO TO GRAVA-ASSINATURA-EXIT
                END-WRITE
           ELSE
                REWRITE REG-COD083
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD083: " ST-COD083
                        MOVE 1 TO ERRO-W
                        GO TO GRAVA-ASSINATURA-EXIT
                END-REWRITE
           END-IF.

           MOVE SPACES          TO SITUACAO-DEPOIS-W.
           MOVE SITUACAO-CO83   TO SITUACAO-DEPOIS-W(1:1).
           MOVE DOCUMENTO-CO83  TO SITUACAO-DEPOIS-W(3:18).
           PERFORM GRAVA-LOG-ASSINATURA.

       GRAVA-ASSINATURA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-DATA - AAAAMMDD em DATA-AUX-W; ERRO-W = 1 se nao
      *    for uma data plausivel.
      *----------------------------------------------------------------
       CONFERE-DATA SECTION.
           IF   ANO-AUX-W LESS 2000
           OR   MES-AUX-W LESS 1  OR  MES-AUX-W GREATER 12
           OR   DIA-AUX-W LESS 1  OR  DIA-AUX-W GREATER 31
                MOVE 1 TO ERRO-W.

       CONFERE-DATA-EXIT. EXIT.

       MOSTRA-DATA-AUX SECTION.
           MOVE DIA-AUX-W TO DIA-DMA-W.
           MOVE MES-AUX-W TO MES-DMA-W.
           MOVE ANO-AUX-W TO ANO-DMA-W.

       MOSTRA-DATA-IMPORTADA SECTION.
           PERFORM MOSTRA-DATA-AUX.
           MOVE DATA-DMA-R TO DATA-IMP.

       IMPRIME-IMPORTADA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINIMP.
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
      *    GRAVA-LOG-ASSINATURA - trilha em LOG003 de cada alteracao
      *    (situacao e documento, antes e depois).
      *----------------------------------------------------------------
       GRAVA-LOG-ASSINATURA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           IF   NOVO-REG-W EQUAL 1
                MOVE "INCLUSAO"    TO LOG3-OPERACAO
           ELSE
                MOVE "ALTERACAO"   TO LOG3-OPERACAO.
           MOVE "COD083"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-CO83         TO LOG3-CHAVE-REG(1:9).
           MOVE "SITUACAO-CO83"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SITUACAO-ANTES-W   TO LOG3-VALOR-ANTERIOR.
           MOVE SITUACAO-DEPOIS-W  TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-ASSINATURA-EXIT. EXIT.

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
           CLOSE CGD001 CGD011 COD041 COD043 COD083 LOG003.
           IF   SEM-COD053-W EQUAL 0
                CLOSE COD053.

       END PROGRAM COP099.
