       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP101.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: ESCALA DE FOTOGRAFOS DOS EVENTOS DA TURMA (COLACAO,
      *        BAILE, JANTAR - COD078). CADA EVENTO RECEBE NO COD085
      *        OS FOTOGRAFOS COM A FUNCAO (PRINCIPAL, ASSISTENTE,
      *        ESTUDIO) E O CACHE COMBINADO; O PRESTADOR E' O MESMO
      *        CODIGO DO CGD001/CCD115 QUE A FOLHA DE REPORTAGEM USA.
      *        O CACHE E' CREDITADO NO CCD110 NOS MOLDES DO CCP118
      *        (DATA DO EVENTO, TIPO 0, A LIBERAR NA FOLHA), COM O
      *        DOCTO "F" + CURSO + TURMA + EVENTO, QUE LIGA O CREDITO
      *        A ESCALA E IMPEDE CREDITO EM DOBRO. AS FOTOS DE ALBUM
      *        DO FOTOGRAFO SAO CARIMBADAS NAS LINHAS DO RCD100P
      *        (FOTOGRAFO-RECP) POR FAIXA DE ALBUNS DA TURMA, BASE DA
      *        CONVERSAO DE VENDAS DO COP102. TRILHA EM LOG003 NOS
      *        MOLDES DO COP097.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CGPX001.

           COPY COPX041.

           COPY COPX043.

           COPY COPX078.

           COPY COPX085.

           COPY CCPX110.

           COPY CCPX115.

           COPY RCPX100P.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY COPW041.

           COPY COPW043.

           COPY COPW078.

           COPY COPW085.

           COPY CCPW110.

           COPY CCPW115.

           COPY RCPW100P.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD078             PIC XX       VALUE SPACES.
           05  ST-COD085             PIC XX       VALUE SPACES.
           05  ST-CCD110             PIC XX       VALUE SPACES.
           05  ST-CCD115             PIC XX       VALUE SPACES.
           05  ST-RCD100P            PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CGD001-OK             PIC 9        VALUE ZEROS.
           05  SEM-CCD115-W          PIC 9        VALUE ZEROS.
           05  SEM-RCD100P-W         PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-RCD100P-W         PIC 9        VALUE ZEROS.
              88  FIM-RCD100P-TRUE      VALUE 1.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  SUBSTITUI-W           PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
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
           05  FOTOGRAFO-PARM        PIC 9(6)     VALUE ZEROS.
           05  FUNCAO-PARM           PIC 9        VALUE ZEROS.
           05  VALOR-PARM            PIC 9(8)V99  VALUE ZEROS.
           05  ALBUM-INIC-PARM       PIC 9(8)     VALUE ZEROS.
           05  ALBUM-FIM-PARM        PIC 9(8)     VALUE ZEROS.
           05  PRODUTO-PARM          PIC 9(4)     VALUE ZEROS.
           05  ULT-SEQ-ESCALA-W      PIC 9(2)     VALUE ZEROS.
           05  SEQ-ATUAL-W           PIC 9(2)     VALUE ZEROS.
           05  DUPLICADO-W           PIC 9        VALUE ZEROS.
           05  FOTOGRAFO-ANTES-W     PIC 9(6)     VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  NOME-FUNCAO-W         PIC X(10)    VALUE SPACES.
           05  NOME-SITUACAO-W       PIC X(10)    VALUE SPACES.
           05  NOME-FOTOGRAFO-W      PIC X(30)    VALUE SPACES.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  DOCTO-FOTOGRAFO-W.
               10  FILLER            PIC X(1)     VALUE "F".
               10  CURSO-DOCTO-W     PIC X(4).
               10  TURMA-DOCTO-W     PIC X(3).
               10  EVENTO-DOCTO-W    PIC 9(2).
           05  ALBUM-ANTERIOR-W      PIC 9(8)     VALUE ZEROS.
           05  ALBUM-MUDOU-W         PIC 9        VALUE ZEROS.
           05  QTDE-LINHAS-W         PIC 9(6)     VALUE ZEROS.
           05  QTDE-ALBUNS-W         PIC 9(5)     VALUE ZEROS.
           05  QTDE-MESMO-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-OUTRO-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-OUTRA-TURMA-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEM-CONTRATO-W   PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-LIDO-W       PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-DA-TURMA-W   PIC 9        VALUE ZEROS.
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

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    movimento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

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
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD078" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD078.
           MOVE "COD085" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD085.
           MOVE "CCD110" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD110.
           MOVE "CCD115" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD115.
           MOVE "RCD100P" TO ARQ-REC. MOVE EMPRESA-REF
                                      TO PATH-RCD100P.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

      *    o cadastro de nomes e' opcional: sem ele o fotografo sai
      *    so pelo codigo
           OPEN INPUT CGD001.
           IF   ST-CGD001 EQUAL "00"
                MOVE 1 TO CGD001-OK.

           OPEN INPUT COD041.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD043.
           IF   ST-COD043 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD043: " ST-COD043
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD078.
           IF   ST-COD078 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD078: " ST-COD078
                        " - CADASTRE OS EVENTOS NO COP096."
                MOVE 1 TO ERRO-W.

           OPEN I-O COD085.
           IF   ST-COD085 EQUAL "35"
                OPEN OUTPUT COD085
                CLOSE COD085
                OPEN I-O COD085.
           IF   ST-COD085 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD085: " ST-COD085
                MOVE 1 TO ERRO-W.

           OPEN I-O CCD110.
           IF   ST-CCD110 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD110: " ST-CCD110
                MOVE 1 TO ERRO-W.

      *    CCD115 e' opcional: sem o cadastro de prestadores (CCP121)
      *    a conferencia de vencimento fica inativa.
           OPEN INPUT CCD115.
           IF   ST-CCD115 NOT EQUAL "00"
                MOVE 1 TO SEM-CCD115-W.

      *    sem a planilhagem de albuns (RCP105) so a escala e o
      *    cache funcionam; o carimbo das fotos fica indisponivel
           OPEN I-O RCD100P.
           IF   ST-RCD100P NOT EQUAL "00"
                MOVE 1 TO SEM-RCD100P-W.

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
           MOVE "COP101" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "ESCALA DE FOTOGRAFOS DOS EVENTOS (COD085)".
           DISPLAY "E-ESCALA A-CARIMBA ALBUNS C-CREDITA CACHE "
                   "X-CANCELA".
           DISPLAY "V-VER ESCALA DO EVENTO F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "E"  WHEN "e"  PERFORM MANUTENCAO-ESCALA
               WHEN "A"  WHEN "a"  PERFORM CARIMBA-ALBUNS
               WHEN "C"  WHEN "c"  PERFORM CREDITA-CACHE
               WHEN "X"  WHEN "x"  PERFORM CANCELA-ESCALA
               WHEN "V"  WHEN "v"  PERFORM VER-ESCALA
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

      *    SOLICITA-ESCALA - evento e fotografo ja escalado no COD085
       SOLICITA-ESCALA SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-ESCALA-EXIT.
           DISPLAY "SEQUENCIA DA ESCALA..................: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           MOVE CURSO-PARM  TO CURSO-CO85.
           MOVE TURMA-PARM  TO TURMA-CO85.
           MOVE EVENTO-PARM TO EVENTO-CO85.
           MOVE SEQ-PARM    TO SEQ-CO85.
           READ COD085
               INVALID KEY
                   DISPLAY "ESCALA NAO CADASTRADA (OPCAO E)."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-ESCALA-EXIT
           END-READ.
           PERFORM NOMES-ESCALA.
           MOVE VALOR-CACHE-CO85 TO VALOR-EDIT-W.
           DISPLAY "FOTOGRAFO " FOTOGRAFO-CO85 " " NOME-FOTOGRAFO-W.
           DISPLAY NOME-FUNCAO-W " CACHE " VALOR-EDIT-W
                   " " NOME-SITUACAO-W.

       SOLICITA-ESCALA-EXIT. EXIT.

       NOMES-ESCALA SECTION.
           EVALUATE TRUE
               WHEN FOTOGRAFO-PRINCIPAL-CO85
                    MOVE "PRINCIPAL"  TO NOME-FUNCAO-W
               WHEN FOTOGRAFO-ASSISTENTE-CO85
                    MOVE "ASSISTENTE" TO NOME-FUNCAO-W
               WHEN FOTOGRAFO-ESTUDIO-CO85
                    MOVE "ESTUDIO"    TO NOME-FUNCAO-W
               WHEN OTHER
                    MOVE "?"          TO NOME-FUNCAO-W
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ESCALA-CANCELADA-CO85
                    MOVE "CANCELADO"  TO NOME-SITUACAO-W
               WHEN ESCALA-CREDITADA-CO85
                    MOVE "CREDITADO"  TO NOME-SITUACAO-W
               WHEN OTHER
                    MOVE "ESCALADO"   TO NOME-SITUACAO-W
           END-EVALUATE.
           MOVE SPACES TO NOME-FOTOGRAFO-W.
           IF   CGD001-OK EQUAL 1
                MOVE FOTOGRAFO-CO85 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-CG01 TO NOME-FOTOGRAFO-W
                END-READ
           END-IF.

       NOMES-ESCALA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-ESCALA - sequencia zero escala mais um fotografo
      *    no evento; o mesmo fotografo nao entra duas vezes no mesmo
      *    evento (o DOCTO do cache no CCD110 e' por evento). Depois
      *    do cache creditado so a funcao muda.
      *----------------------------------------------------------------
       MANUTENCAO-ESCALA SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO MANUTENCAO-ESCALA-EXIT.
           IF   EVENTO-ENCERRADO-CO78
                DISPLAY "EVENTO ENCERRADO - SO CONSULTA."
                GO TO MANUTENCAO-ESCALA-EXIT.
           DISPLAY "SEQUENCIA DA ESCALA (00 = NOVA)......: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           IF   SEQ-PARM EQUAL ZEROS
                PERFORM PROCURA-ULTIMA-ESCALA
                IF   ULT-SEQ-ESCALA-W NOT LESS 99
                     DISPLAY "EVENTO JA TEM 99 FOTOGRAFOS."
                     GO TO MANUTENCAO-ESCALA-EXIT
                END-IF
                COMPUTE SEQ-PARM = ULT-SEQ-ESCALA-W + 1.

           MOVE CURSO-PARM  TO CURSO-CO85.
           MOVE TURMA-PARM  TO TURMA-CO85.
           MOVE EVENTO-PARM TO EVENTO-CO85.
           MOVE SEQ-PARM    TO SEQ-CO85.
           READ COD085
               INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   MOVE ZEROS  TO FOTOGRAFO-CO85 FUNCAO-CO85
                                  VALOR-CACHE-CO85 DATA-CREDITO-CO85
                                  QTDE-ALBUNS-CO85 SITUACAO-CO85
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM NOMES-ESCALA
                   MOVE VALOR-CACHE-CO85 TO VALOR-EDIT-W
                   DISPLAY "ESCALA ATUAL: " FOTOGRAFO-CO85 " "
                           NOME-FOTOGRAFO-W
                   DISPLAY NOME-FUNCAO-W " CACHE " VALOR-EDIT-W
                           " " NOME-SITUACAO-W
           END-READ.
           IF   ESCALA-CANCELADA-CO85
                DISPLAY "ESCALA CANCELADA - INCLUA OUTRA."
                GO TO MANUTENCAO-ESCALA-EXIT.
           MOVE FOTOGRAFO-CO85   TO FOTOGRAFO-ANTES-W.
           MOVE VALOR-CACHE-CO85 TO VALOR-ANTES-W.

           IF   ESCALA-CREDITADA-CO85
                DISPLAY "CACHE JA CREDITADO EM " DATA-CREDITO-CO85
                        " - FOTOGRAFO E CACHE NAO MUDAM."
                GO TO MANUTENCAO-ESCALA-FUNCAO.

           DISPLAY "FOTOGRAFO (CODIGO CGD001)............: "
               WITH NO ADVANCING.
           ACCEPT FOTOGRAFO-PARM.
           IF   FOTOGRAFO-PARM EQUAL ZEROS
                DISPLAY "FOTOGRAFO OBRIGATORIO."
                GO TO MANUTENCAO-ESCALA-EXIT.
           IF   CGD001-OK EQUAL 1
                MOVE FOTOGRAFO-PARM TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        DISPLAY "AVISO: CODIGO SEM CADASTRO EM CGD001."
                    NOT INVALID KEY
                        DISPLAY "NOME: " NOME-CG01
                END-READ
           END-IF.
           PERFORM CONFERE-DUPLICIDADE.
           IF   DUPLICADO-W EQUAL 1
                DISPLAY "FOTOGRAFO JA ESCALADO NESTE EVENTO (SEQ "
                        SEQ-ATUAL-W ")."
                GO TO MANUTENCAO-ESCALA-EXIT.
           MOVE CURSO-PARM       TO CURSO-CO85.
           MOVE TURMA-PARM       TO TURMA-CO85.
           MOVE EVENTO-PARM      TO EVENTO-CO85.
           MOVE SEQ-PARM         TO SEQ-CO85.
      *    a conferencia andou pela chave alternada: refaz o registro
           IF   LOG3-OPERACAO EQUAL "INCLUSAO"
                MOVE ZEROS TO FUNCAO-CO85 VALOR-CACHE-CO85
                              DATA-CREDITO-CO85 QTDE-ALBUNS-CO85
                              SITUACAO-CO85
           ELSE
                READ COD085
                    INVALID KEY
                        DISPLAY "ERRO RELEITURA COD085: " ST-COD085
                        GO TO MANUTENCAO-ESCALA-EXIT
                END-READ
           END-IF.
           MOVE FOTOGRAFO-PARM   TO FOTOGRAFO-CO85.
           MOVE DATA-EVENTO-CO78 TO DATA-EVENTO-CO85.
           PERFORM CONFERE-PRESTADOR.
           DISPLAY "CACHE COMBINADO (SEM VIRGULA)........: "
               WITH NO ADVANCING.
           ACCEPT VALOR-CACHE-CO85.

       MANUTENCAO-ESCALA-FUNCAO.
           DISPLAY "FUNCAO (1-PRINCIPAL 2-ASSISTENTE 3-ESTUDIO): "
               WITH NO ADVANCING.
           ACCEPT FUNCAO-PARM.
           IF   FUNCAO-PARM LESS 1 OR FUNCAO-PARM GREATER 3
                DISPLAY "FUNCAO INVALIDA."
                GO TO MANUTENCAO-ESCALA-EXIT.
           MOVE FUNCAO-PARM  TO FUNCAO-CO85.
           MOVE USUARIO-PARM TO USUARIO-CO85.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "VALOR-CACHE-CO85" TO CAMPO-LOG-W.
           MOVE VALOR-ANTES-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO ANTERIOR-LOG-W(1:13).
           MOVE FOTOGRAFO-ANTES-W  TO ANTERIOR-LOG-W(15:6).
           MOVE VALOR-CACHE-CO85   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO ATUAL-LOG-W(1:13).
           MOVE FOTOGRAFO-CO85     TO ATUAL-LOG-W(15:6).
           MOVE FUNCAO-CO85        TO ATUAL-LOG-W(22:1).
           IF   LOG3-OPERACAO EQUAL "INCLUSAO"
                WRITE REG-COD085
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD085: " ST-COD085
                        GO TO MANUTENCAO-ESCALA-EXIT
                END-WRITE
           ELSE
                REWRITE REG-COD085
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD085: " ST-COD085
                        GO TO MANUTENCAO-ESCALA-EXIT
                END-REWRITE.
           PERFORM GRAVA-LOG-ESCALA.
           DISPLAY "ESCALA " SEQ-CO85 " GRAVADA.".

       MANUTENCAO-ESCALA-EXIT. EXIT.

       PROCURA-ULTIMA-ESCALA SECTION.
           MOVE ZEROS TO ULT-SEQ-ESCALA-W FIM-VARREDURA-W.
           MOVE CURSO-PARM  TO CURSO-CO85.
           MOVE TURMA-PARM  TO TURMA-CO85.
           MOVE EVENTO-PARM TO EVENTO-CO85.
           MOVE ZEROS       TO SEQ-CO85.
           START COD085 KEY IS NOT LESS CHAVE-CO85
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-ULTIMA-ESCALA UNTIL FIM-VARREDURA-TRUE.

       PROCURA-ULTIMA-ESCALA-EXIT. EXIT.

       LE-ULTIMA-ESCALA SECTION.
           READ COD085 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ULTIMA-ESCALA-EXIT.
           IF   CURSO-CO85 NOT EQUAL CURSO-PARM
           OR   TURMA-CO85 NOT EQUAL TURMA-PARM
           OR   EVENTO-CO85 NOT EQUAL EVENTO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-ULTIMA-ESCALA-EXIT.
           MOVE SEQ-CO85 TO ULT-SEQ-ESCALA-W.

       LE-ULTIMA-ESCALA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-DUPLICIDADE - o fotografo informado ja tem outra
      *    escala nao cancelada no mesmo evento (pela chave alternada
      *    FOTOGRAFO + DATA DO EVENTO).
      *----------------------------------------------------------------
       CONFERE-DUPLICIDADE SECTION.
           MOVE ZEROS TO DUPLICADO-W SEQ-ATUAL-W FIM-VARREDURA-W.
           MOVE FOTOGRAFO-PARM   TO FOTOGRAFO-CO85.
           MOVE DATA-EVENTO-CO78 TO DATA-EVENTO-CO85.
           START COD085 KEY IS NOT LESS ALT-CO85
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM TESTA-DUPLICIDADE UNTIL FIM-VARREDURA-TRUE.

       CONFERE-DUPLICIDADE-EXIT. EXIT.

       TESTA-DUPLICIDADE SECTION.
           READ COD085 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO TESTA-DUPLICIDADE-EXIT.
           IF   FOTOGRAFO-CO85 NOT EQUAL FOTOGRAFO-PARM
           OR   DATA-EVENTO-CO85 NOT EQUAL DATA-EVENTO-CO78
                MOVE 1 TO FIM-VARREDURA-W
                GO TO TESTA-DUPLICIDADE-EXIT.
           IF   CURSO-CO85 EQUAL CURSO-PARM
           AND  TURMA-CO85 EQUAL TURMA-PARM
           AND  EVENTO-CO85 EQUAL EVENTO-PARM
           AND  SEQ-CO85 NOT EQUAL SEQ-PARM
           AND  NOT ESCALA-CANCELADA-CO85
                MOVE SEQ-CO85 TO SEQ-ATUAL-W
                MOVE 1 TO DUPLICADO-W FIM-VARREDURA-W.

       TESTA-DUPLICIDADE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-PRESTADOR - cadastro do fotografo vencido na data
      *    do evento (CCD115 - mesmo criterio do CCP118) sai como
      *    aviso no console; a escala e o cache seguem assim mesmo.
      *----------------------------------------------------------------
       CONFERE-PRESTADOR SECTION.
           IF   SEM-CCD115-W EQUAL 1
                GO TO CONFERE-PRESTADOR-EXIT.
           MOVE FOTOGRAFO-CO85 TO CODIGO-CC115.
           READ CCD115
               INVALID KEY
                   DISPLAY "AVISO: FOTOGRAFO SEM CADASTRO DE "
                           "PRESTADOR (CCP121)."
                   GO TO CONFERE-PRESTADOR-EXIT
           END-READ.
           IF   SITUACAO-CC115 NOT EQUAL 0
           OR   (DATA-FIM-CONTR-CC115 NOT EQUAL ZEROS
                 AND DATA-FIM-CONTR-CC115 LESS DATA-EVENTO-CO85)
           OR   (VCTO-CONTRATO-CC115 NOT EQUAL ZEROS
                 AND VCTO-CONTRATO-CC115 LESS DATA-EVENTO-CO85)
           OR   (VCTO-ART-CC115 NOT EQUAL ZEROS
                 AND VCTO-ART-CC115 LESS DATA-EVENTO-CO85)
                DISPLAY "AVISO: PRESTADOR " FOTOGRAFO-CO85
                        " COM CADASTRO VENCIDO NO EVENTO "
                        DATA-EVENTO-CO85 " (VER CCP122)".

       CONFERE-PRESTADOR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARIMBA-ALBUNS - grava o fotografo da escala nas linhas do
      *    RCD100P de uma faixa de albuns, so nas linhas cujo contrato
      *    (CONTRATO-RECP, RCP105) e' da turma do evento; produto zero
      *    carimba todas as linhas do album. Linha ja carimbada com
      *    outro fotografo so e' trocada com confirmacao.
      *    QTDE-ALBUNS-CO85 soma os albuns que passaram a ser dele.
      *----------------------------------------------------------------
       CARIMBA-ALBUNS SECTION.
           IF   SEM-RCD100P-W EQUAL 1
                DISPLAY "RCD100P INDISPONIVEL (" ST-RCD100P
                        ") - PLANILHE OS ALBUNS NO RCP105."
                GO TO CARIMBA-ALBUNS-EXIT.
           PERFORM SOLICITA-ESCALA.
           IF   ERRO-W NOT EQUAL 0
                GO TO CARIMBA-ALBUNS-EXIT.
           IF   ESCALA-CANCELADA-CO85
                DISPLAY "ESCALA CANCELADA."
                GO TO CARIMBA-ALBUNS-EXIT.
           DISPLAY "ALBUM INICIAL........................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-INIC-PARM.
           DISPLAY "ALBUM FINAL..........................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-FIM-PARM.
           IF   ALBUM-FIM-PARM LESS ALBUM-INIC-PARM
                DISPLAY "FAIXA DE ALBUNS INVALIDA."
                GO TO CARIMBA-ALBUNS-EXIT.
           DISPLAY "PRODUTO (0000 = TODAS AS LINHAS).....: "
               WITH NO ADVANCING.
           ACCEPT PRODUTO-PARM.
           DISPLAY "TROCA LINHA DE OUTRO FOTOGRAFO (S/N).: "
               WITH NO ADVANCING.
           ACCEPT SUBSTITUI-W.
           DISPLAY "CONFIRMA O CARIMBO (S/N).............: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO CARIMBA-ALBUNS-EXIT.

           MOVE ZEROS TO QTDE-LINHAS-W QTDE-ALBUNS-W QTDE-MESMO-W
                         QTDE-OUTRO-W QTDE-OUTRA-TURMA-W
                         QTDE-SEM-CONTRATO-W FIM-RCD100P-W
                         ALBUM-ANTERIOR-W CONTRATO-LIDO-W
                         CONTRATO-DA-TURMA-W.
           MOVE ALBUM-INIC-PARM TO ALBUM-RECP.
           MOVE ZEROS           TO SEQ-RECP.
           START RCD100P KEY IS NOT LESS CHAVE-ALBUM-RECP
               INVALID KEY
                   MOVE 1 TO FIM-RCD100P-W
           END-START.
           PERFORM CARIMBA-LINHA UNTIL FIM-RCD100P-TRUE.

           DISPLAY "LINHAS CARIMBADAS....................: "
                   QTDE-LINHAS-W.
           DISPLAY "ALBUNS NOVOS DO FOTOGRAFO............: "
                   QTDE-ALBUNS-W.
           DISPLAY "LINHAS JA DELE.......................: "
                   QTDE-MESMO-W.
           DISPLAY "LINHAS DE OUTRO FOTOGRAFO (MANTIDAS).: "
                   QTDE-OUTRO-W.
           DISPLAY "LINHAS DE OUTRA TURMA................: "
                   QTDE-OUTRA-TURMA-W.
           DISPLAY "LINHAS SEM CONTRATO (PULADAS)........: "
                   QTDE-SEM-CONTRATO-W.
           IF   QTDE-LINHAS-W EQUAL ZEROS
                GO TO CARIMBA-ALBUNS-EXIT.

           MOVE CURSO-PARM  TO CURSO-CO85.
           MOVE TURMA-PARM  TO TURMA-CO85.
           MOVE EVENTO-PARM TO EVENTO-CO85.
           MOVE SEQ-PARM    TO SEQ-CO85.
           READ COD085
               INVALID KEY
                   DISPLAY "ERRO RELEITURA COD085: " ST-COD085
                   GO TO CARIMBA-ALBUNS-EXIT
           END-READ.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "QTDE-ALBUNS-CO85" TO CAMPO-LOG-W.
           MOVE QTDE-ALBUNS-CO85   TO ANTERIOR-LOG-W(1:5).
           ADD  QTDE-ALBUNS-W      TO QTDE-ALBUNS-CO85.
           MOVE QTDE-ALBUNS-CO85   TO ATUAL-LOG-W(1:5).
           MOVE ALBUM-INIC-PARM    TO ATUAL-LOG-W(7:8).
           MOVE ALBUM-FIM-PARM     TO ATUAL-LOG-W(16:8).
           MOVE PRODUTO-PARM       TO ATUAL-LOG-W(25:4).
           MOVE USUARIO-PARM       TO USUARIO-CO85.
           REWRITE REG-COD085
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD085: " ST-COD085
               NOT INVALID KEY
                   MOVE "CARIMBO ALBUNS" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-ESCALA
           END-REWRITE.

       CARIMBA-ALBUNS-EXIT. EXIT.

       CARIMBA-LINHA SECTION.
           READ RCD100P NEXT RECORD
               AT END
                   MOVE 1 TO FIM-RCD100P-W
                   GO TO CARIMBA-LINHA-EXIT.
           IF   ALBUM-RECP GREATER ALBUM-FIM-PARM
                MOVE 1 TO FIM-RCD100P-W
                GO TO CARIMBA-LINHA-EXIT.
           IF   ALBUM-RECP NOT EQUAL ALBUM-ANTERIOR-W
                MOVE ALBUM-RECP TO ALBUM-ANTERIOR-W
                MOVE 0 TO ALBUM-MUDOU-W.
           IF   PRODUTO-PARM NOT EQUAL ZEROS
           AND  PRODUTO-RECP NOT EQUAL PRODUTO-PARM
                GO TO CARIMBA-LINHA-EXIT.
           IF   CONTRATO-RECP NOT NUMERIC
           OR   CONTRATO-RECP EQUAL ZEROS
                ADD 1 TO QTDE-SEM-CONTRATO-W
                GO TO CARIMBA-LINHA-EXIT.
           PERFORM CONFERE-CONTRATO-TURMA.
           IF   CONTRATO-DA-TURMA-W EQUAL 0
                ADD 1 TO QTDE-OUTRA-TURMA-W
                GO TO CARIMBA-LINHA-EXIT.
           IF   FOTOGRAFO-RECP NOT NUMERIC
                MOVE ZEROS TO FOTOGRAFO-RECP.
           IF   FOTOGRAFO-RECP EQUAL FOTOGRAFO-CO85
                ADD 1 TO QTDE-MESMO-W
                GO TO CARIMBA-LINHA-EXIT.
           IF   FOTOGRAFO-RECP NOT EQUAL ZEROS
           AND  SUBSTITUI-W NOT EQUAL "S"
           AND  SUBSTITUI-W NOT EQUAL "s"
                ADD 1 TO QTDE-OUTRO-W
                GO TO CARIMBA-LINHA-EXIT.
           MOVE FOTOGRAFO-CO85 TO FOTOGRAFO-RECP.
           REWRITE REG-RCD100P
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD100P: " ST-RCD100P
                   GO TO CARIMBA-LINHA-EXIT
           END-REWRITE.
           ADD 1 TO QTDE-LINHAS-W.
           IF   ALBUM-MUDOU-W EQUAL 0
                MOVE 1 TO ALBUM-MUDOU-W
                ADD 1 TO QTDE-ALBUNS-W.

       CARIMBA-LINHA-EXIT. EXIT.

      *    CONFERE-CONTRATO-TURMA - o contrato da linha e' da turma do
      *    evento? (guarda o ultimo contrato lido: linhas seguidas do
      *    mesmo album tem o mesmo contrato)
       CONFERE-CONTRATO-TURMA SECTION.
           IF   CONTRATO-RECP EQUAL CONTRATO-LIDO-W
                GO TO CONFERE-CONTRATO-TURMA-EXIT.
           MOVE CONTRATO-RECP TO CONTRATO-LIDO-W NR-CONTRATO-CO41.
           MOVE 0 TO CONTRATO-DA-TURMA-W.
           READ COD041
               INVALID KEY
                   GO TO CONFERE-CONTRATO-TURMA-EXIT
           END-READ.
           IF   CURSO-CO41 EQUAL CURSO-PARM
           AND  TURMA-CO41 EQUAL TURMA-PARM
                MOVE 1 TO CONTRATO-DA-TURMA-W.

       CONFERE-CONTRATO-TURMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CREDITA-CACHE - credito do cache da escala no CCD110 com a
      *    data do evento (mes base = mes do evento), DOCTO "F" +
      *    CURSO + TURMA + EVENTO. Credito que ja existe com a mesma
      *    chave so marca a escala como creditada.
      *----------------------------------------------------------------
       CREDITA-CACHE SECTION.
           PERFORM SOLICITA-ESCALA.
           IF   ERRO-W NOT EQUAL 0
                GO TO CREDITA-CACHE-EXIT.
           IF   NOT ESCALA-ABERTA-CO85
                DISPLAY "SO ESCALA EM ABERTO RECEBE CREDITO."
                GO TO CREDITA-CACHE-EXIT.
           IF   VALOR-CACHE-CO85 EQUAL ZEROS
                DISPLAY "ESCALA SEM CACHE - INFORME NA OPCAO E."
                GO TO CREDITA-CACHE-EXIT.
           MOVE DATA-EVENTO-CO85 TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "MES CONTABIL FECHADO PARA "
                        DATA-MOVTO-CT " - VER CTP001."
                GO TO CREDITA-CACHE-EXIT.
           PERFORM CONFERE-PRESTADOR.
           DISPLAY "CONFIRMA O CREDITO NO CCD110 (S/N)...: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO CREDITA-CACHE-EXIT.

           PERFORM MONTA-CHAVE-CREDITO.
           READ CCD110
               INVALID KEY
                   PERFORM GRAVA-CREDITO
               NOT INVALID KEY
                   DISPLAY "CREDITO JA EXISTIA NO CCD110 - ESCALA "
                           "MARCADA COMO CREDITADA."
                   MOVE 0 TO ERRO-W
           END-READ.
           IF   ERRO-W NOT EQUAL 0
                GO TO CREDITA-CACHE-EXIT.

           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "SITUACAO-CO85"   TO CAMPO-LOG-W.
           MOVE SITUACAO-CO85     TO ANTERIOR-LOG-W(1:1).
           MOVE 1                 TO SITUACAO-CO85.
           MOVE DATA-MOVTO-CC110  TO DATA-CREDITO-CO85.
           MOVE SITUACAO-CO85     TO ATUAL-LOG-W(1:1).
           MOVE DATA-CREDITO-CO85 TO ATUAL-LOG-W(3:8).
           MOVE DOCTO-CC110       TO ATUAL-LOG-W(12:10).
           MOVE USUARIO-PARM      TO USUARIO-CO85.
           REWRITE REG-COD085
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD085: " ST-COD085
               NOT INVALID KEY
                   MOVE "CREDITO CACHE" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-ESCALA
                   DISPLAY "CACHE CREDITADO NA FOLHA DE REPORTAGEM."
           END-REWRITE.

       CREDITA-CACHE-EXIT. EXIT.

       MONTA-CHAVE-CREDITO SECTION.
           MOVE CURSO-CO85        TO CURSO-DOCTO-W.
           MOVE TURMA-CO85        TO TURMA-DOCTO-W.
           MOVE EVENTO-CO85       TO EVENTO-DOCTO-W.
           IF   DATA-CREDITO-CO85 EQUAL ZEROS
                MOVE DATA-EVENTO-CO85  TO DATA-MOVTO-CC110
           ELSE
                MOVE DATA-CREDITO-CO85 TO DATA-MOVTO-CC110.
           MOVE FOTOGRAFO-CO85    TO CODIGO-CC110.
           MOVE DOCTO-FOTOGRAFO-W TO DOCTO-CC110.

       MONTA-CHAVE-CREDITO-EXIT. EXIT.

       GRAVA-CREDITO SECTION.
           MOVE ZEROS                  TO ERRO-W.
           MOVE DATA-EVENTO-CO85       TO DATA-MOVTO-CC110.
           MOVE DATA-EVENTO-CO85(1:6)  TO MESANO-BASE-CC110.
           MOVE FOTOGRAFO-CO85         TO CODIGO-CC110.
           MOVE DOCTO-FOTOGRAFO-W      TO DOCTO-CC110.
           MOVE VALOR-CACHE-CO85       TO VALOR-CREDITO-CC110.
           MOVE ZEROS                  TO VALOR-LIBERADO-CC110.
           MOVE 0                      TO ATUALIZADO-CC-CC110.
           MOVE USUARIO-PARM           TO DIGITADOR-CC110.
           MOVE 0                      TO TIPO-CC110.
           MOVE ZEROS                  TO CENTRO-CUSTO-CC110.
           WRITE REG-CCD110
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CCD110: " ST-CCD110
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-CREDITO-EXIT
           END-WRITE.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "VALOR-CREDITO-CC110" TO CAMPO-LOG-W.
           MOVE VALOR-CREDITO-CC110   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO ATUAL-LOG-W(1:13).
           MOVE DATA-MOVTO-CC110      TO ATUAL-LOG-W(15:8).
           MOVE "INCLUSAO"            TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-CREDITO.

       GRAVA-CREDITO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CANCELA-ESCALA - escala creditada so e' cancelada enquanto
      *    o credito nao foi liberado nem levado ao contas correntes e
      *    o mes esta aberto; o credito sai do CCD110 junto. Os
      *    carimbos do RCD100P ficam: recarimbe a faixa com o
      *    fotografo que de fato fez as fotos (opcao A).
      *----------------------------------------------------------------
       CANCELA-ESCALA SECTION.
           PERFORM SOLICITA-ESCALA.
           IF   ERRO-W NOT EQUAL 0
                GO TO CANCELA-ESCALA-EXIT.
           IF   ESCALA-CANCELADA-CO85
                DISPLAY "ESCALA JA CANCELADA."
                GO TO CANCELA-ESCALA-EXIT.
           IF   ESCALA-CREDITADA-CO85
                PERFORM MONTA-CHAVE-CREDITO
                READ CCD110
                    INVALID KEY
                        MOVE ZEROS TO ATUALIZADO-CC-CC110
                                      VALOR-LIBERADO-CC110
                END-READ
                MOVE DATA-MOVTO-CC110 TO DATA-MOVTO-CT
                CALL "CTP001V" USING PARAMETROS-CTP001V
                IF   ATUALIZADO-CC-CC110 EQUAL 1
                OR   VALOR-LIBERADO-CC110 NOT EQUAL ZEROS
                OR   CTP001V-RETORNO EQUAL "01"
                     DISPLAY "CACHE JA LIBERADO/ATUALIZADO NA FOLHA OU "
                             "EM MES FECHADO - NAO CANCELA."
                     GO TO CANCELA-ESCALA-EXIT
                END-IF
           END-IF.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)........: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO CANCELA-ESCALA-EXIT.
           IF   ESCALA-CREDITADA-CO85
                PERFORM EXCLUI-CREDITO.

           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "SITUACAO-CO85"  TO CAMPO-LOG-W.
           MOVE SITUACAO-CO85    TO ANTERIOR-LOG-W(1:1).
           MOVE 9                TO SITUACAO-CO85.
           MOVE SITUACAO-CO85    TO ATUAL-LOG-W(1:1).
           MOVE USUARIO-PARM     TO USUARIO-CO85.
           REWRITE REG-COD085
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD085: " ST-COD085
               NOT INVALID KEY
                   MOVE "CANCELAMENTO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-ESCALA
                   DISPLAY "ESCALA CANCELADA."
           END-REWRITE.

       CANCELA-ESCALA-EXIT. EXIT.

       EXCLUI-CREDITO SECTION.
           PERFORM MONTA-CHAVE-CREDITO.
           READ CCD110
               INVALID KEY
                   GO TO EXCLUI-CREDITO-EXIT
           END-READ.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "VALOR-CREDITO-CC110" TO CAMPO-LOG-W.
           MOVE VALOR-CREDITO-CC110   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO ANTERIOR-LOG-W(1:13).
           MOVE DATA-MOVTO-CC110      TO ANTERIOR-LOG-W(15:8).
           DELETE CCD110 RECORD
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CCD110: " ST-CCD110
                   GO TO EXCLUI-CREDITO-EXIT
           END-DELETE.
           MOVE "EXCLUSAO" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-CREDITO.
           DISPLAY "CREDITO DO CACHE EXCLUIDO DO CCD110.".

       EXCLUI-CREDITO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VER-ESCALA - fotografos do evento no console.
      *----------------------------------------------------------------
       VER-ESCALA SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO VER-ESCALA-EXIT.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE CURSO-PARM  TO CURSO-CO85.
           MOVE TURMA-PARM  TO TURMA-CO85.
           MOVE EVENTO-PARM TO EVENTO-CO85.
           MOVE ZEROS       TO SEQ-CO85.
           START COD085 KEY IS NOT LESS CHAVE-CO85
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           DISPLAY "SQ FOTOGR NOME                           FUNCAO"
                   "              CACHE SITUACAO   ALBUNS".
           PERFORM MOSTRA-ESCALA UNTIL FIM-VARREDURA-TRUE.

       VER-ESCALA-EXIT. EXIT.

       MOSTRA-ESCALA SECTION.
           READ COD085 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO MOSTRA-ESCALA-EXIT.
           IF   CURSO-CO85 NOT EQUAL CURSO-PARM
           OR   TURMA-CO85 NOT EQUAL TURMA-PARM
           OR   EVENTO-CO85 NOT EQUAL EVENTO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO MOSTRA-ESCALA-EXIT.
           PERFORM NOMES-ESCALA.
           MOVE VALOR-CACHE-CO85 TO VALOR-EDIT-W.
           DISPLAY SEQ-CO85 " " FOTOGRAFO-CO85 " " NOME-FOTOGRAFO-W
                   " " NOME-FUNCAO-W " " VALOR-EDIT-W " "
                   NOME-SITUACAO-W " " QTDE-ALBUNS-CO85.

       MOSTRA-ESCALA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-ESCALA / GRAVA-LOG-CREDITO - trilha em LOG003 com
      *    a colisao de periodo resolvida no GRAVA-LOG-FISICA; o
      *    credito vai com CODIGO + DOCTO na chave e a data do
      *    movimento junto do valor.
      *----------------------------------------------------------------
       GRAVA-LOG-ESCALA SECTION.
           PERFORM PREPARA-LOG.
           MOVE "COD085"           TO LOG3-ARQUIVO.
           MOVE CURSO-CO85         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO85         TO LOG3-CHAVE-REG(6:3).
           MOVE EVENTO-CO85        TO LOG3-CHAVE-REG(10:2).
           MOVE SEQ-CO85           TO LOG3-CHAVE-REG(13:2).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-ESCALA-EXIT. EXIT.

       GRAVA-LOG-CREDITO SECTION.
           PERFORM PREPARA-LOG.
           MOVE "CCD110"           TO LOG3-ARQUIVO.
           MOVE CODIGO-CC110       TO LOG3-CHAVE-REG(1:6).
           MOVE DOCTO-CC110        TO LOG3-CHAVE-REG(8:10).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-CREDITO-EXIT. EXIT.

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
           CLOSE COD041 COD043 COD078 COD085 CCD110 LOG003.
           IF   CGD001-OK EQUAL 1
                CLOSE CGD001.
           IF   SEM-CCD115-W EQUAL 0
                CLOSE CCD115.
           IF   SEM-RCD100P-W EQUAL 0
                CLOSE RCD100P.

       END PROGRAM COP101.
