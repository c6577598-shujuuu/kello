       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP096.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CONVITES E MESAS DOS EVENTOS DA TURMA (BAILE). CADA
      *        EVENTO (COD078) DIZ QUANTOS CONVITES CADA CONTRATO DA
      *        DIREITO E O PRECO DO EXTRA; AS MESAS E SUAS CAPACIDADES
      *        FICAM NO COD079 E OS CONVITES DE CADA CONTRATO NO
      *        COD080, GERADOS A PARTIR DOS CONTRATOS VIGENTES DO
      *        COD041. O EXTRA VENDIDO VIRA PARCELA DO COD044 DO
      *        PROPRIO CONTRATO (NOS MOLDES DAS PARCELAS NOVAS DO
      *        COP056) - PARCELADO NO CARNE OU A VISTA, NUMA PARCELA
      *        QUE VENCE NO DIA E E BAIXADA NO BALCAO PELO COP048 -
      *        PARA A LISTA DE CONVITES BATER COM O CONTAS A RECEBER.
      *        SO E LIBERADO O FORMANDO COM CONTRATO VIGENTE E SEM
      *        PARCELA EM ABERTO VENCIDA ATE O DIA; O CHECK-IN NA
      *        PORTARIA CONFERE DE NOVO ANTES DE DEIXAR ENTRAR. LISTAS
      *        DE PORTARIA POR MESA E ALFABETICA, E RELATORIO DOS
      *        CONVITES NAO UTILIZADOS DEPOIS DO EVENTO. TRILHA EM
      *        LOG003 NOS MOLDES DO COP056.

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

           COPY COPX044.

           COPY COPX078.

           COPY COPX079.

           COPY COPX080.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY COPW041.

           COPY COPW043.

           COPY COPW044.

           COPY COPW078.

           COPY COPW079.

           COPY COPW080.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD078             PIC XX       VALUE SPACES.
           05  ST-COD079             PIC XX       VALUE SPACES.
           05  ST-COD080             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-PARCELAS-W        PIC 9        VALUE ZEROS.
              88  FIM-PARCELAS-TRUE     VALUE 1.
           05  CGD001-OK             PIC 9        VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  ORDEM-W               PIC X        VALUE SPACES.
           05  FORMA-W               PIC X        VALUE SPACES.
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
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  EVENTO-PARM           PIC 9(2)     VALUE ZEROS.
           05  MESA-PARM             PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-PARM         PIC 9(6)     VALUE ZEROS.
           05  QTDE-PARM             PIC 9(3)     VALUE ZEROS.
           05  VALOR-UNIT-PARM       PIC 9(6)V99  VALUE ZEROS.
           05  QTDE-PARCELAS-PARM    PIC 9(2)     VALUE ZEROS.
           05  PRIMEIRO-VCTO-PARM    PIC 9(8)     VALUE ZEROS.
           05  QTDE-GERADOS-W        PIC 9(4)     VALUE ZEROS.
           05  QTDE-LIBERADOS-W      PIC 9(4)     VALUE ZEROS.
           05  QTDE-BLOQUEADOS-W     PIC 9(4)     VALUE ZEROS.
           05  QTDE-CONVITES-W       PIC 9(4)     VALUE ZEROS.
           05  OCUPACAO-W            PIC 9(4)     VALUE ZEROS.
           05  MESA-ANTERIOR-W       PIC 9(3)     VALUE ZEROS.
           05  MESA-ATUAL-W          PIC 9(3)     VALUE ZEROS.
           05  PARCELAS-ABERTAS-W    PIC 9(2)     VALUE ZEROS.
           05  ULTIMA-PARCELA-W      PIC 9(2)     VALUE ZEROS.
           05  PARCELA-NOVA-W        PIC 9(2)     VALUE ZEROS.
           05  PARCELA-W             PIC 9(2)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PARCELA-W       PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ULTIMA-W        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  TOTAL-CONVITES-W      PIC 9(5)     VALUE ZEROS.
           05  TOTAL-PRESENTES-W     PIC 9(5)     VALUE ZEROS.
           05  TOTAL-NAO-USADOS-W    PIC 9(5)     VALUE ZEROS.
           05  VCTO-W                PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES VCTO-W.
               10  ANO-VCTO-W        PIC 9(4).
               10  MES-VCTO-W        PIC 9(2).
               10  DIA-VCTO-W        PIC 9(2).
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
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

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  TITULO-CAB            PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CURSO-CAB             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TURMA-CAB             PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-CAB         PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-EVENTO-CAB       PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(41)   VALUE
               "FORMANDO".
           05  FILLER                PIC X(40)   VALUE
               "CONTR.  MESA CONV SITUACAO".
       01  CAB05.
           05  FILLER                PIC X(41)   VALUE
               "FORMANDO".
           05  FILLER                PIC X(40)   VALUE
               "CONTR.  MESA CONV PRES   NAO OBSERVACAO".

       01  LINMESA.
           05  FILLER                PIC X(5)    VALUE "MESA ".
           05  MESA-CAB-REL          PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LOCALIZACAO-REL       PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(12)   VALUE " CAPACIDADE ".
           05  CAPACIDADE-REL        PIC Z9      VALUE ZEROS.

       01  LINPOR.
           05  NOME-POR              PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTRATO-POR          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  MESA-POR              PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  CONVITES-POR          PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-POR          PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(8)    VALUE "ENT:____".

       01  LINNAO.
           05  NOME-NAO              PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTRATO-NAO          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  MESA-NAO              PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  CONVITES-NAO          PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  PRESENTES-NAO         PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  NAO-USADOS-NAO        PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-NAO               PIC X(20)   VALUE SPACES.

       01  LINTOT.
           05  FILLER                PIC X(20)   VALUE
               "TOTAL DE CONVITES...".
           05  TOTAL-CONVITES-REL    PIC ZZ.ZZ9  VALUE ZEROS.
           05  FILLER                PIC X(12)   VALUE
               "  PRESENTES ".
           05  TOTAL-PRESENTES-REL   PIC ZZ.ZZ9  VALUE ZEROS.
           05  FILLER                PIC X(14)   VALUE
               "  NAO USADOS  ".
           05  TOTAL-NAO-USADOS-REL  PIC ZZ.ZZ9  VALUE ZEROS.

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
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD078" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD078.
           MOVE "COD079" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD079.
           MOVE "COD080" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD080.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

      *    o cadastro de nomes e' opcional: sem ele o formando sai
      *    com o numero do contrato no lugar do nome
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

           OPEN I-O COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

           OPEN I-O COD078.
           IF   ST-COD078 EQUAL "35"
                OPEN OUTPUT COD078
                CLOSE COD078
                OPEN I-O COD078.
           IF   ST-COD078 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD078: " ST-COD078
                MOVE 1 TO ERRO-W.

           OPEN I-O COD079.
           IF   ST-COD079 EQUAL "35"
                OPEN OUTPUT COD079
                CLOSE COD079
                OPEN I-O COD079.
           IF   ST-COD079 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD079: " ST-COD079
                MOVE 1 TO ERRO-W.

           OPEN I-O COD080.
           IF   ST-COD080 EQUAL "35"
                OPEN OUTPUT COD080
                CLOSE COD080
                OPEN I-O COD080.
           IF   ST-COD080 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD080: " ST-COD080
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
           MOVE "COP096" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CONVITES E MESAS DO EVENTO (COD078/COD079/COD080)".
           DISPLAY "E-EVENTO M-MESA G-GERA CONVITES A-ALOCA X-EXTRAS".
           DISPLAY "L-LIBERA P-PORTARIA K-CHECK-IN N-NAO USADOS".
           DISPLAY "F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "E"  WHEN "e"  PERFORM MANUTENCAO-EVENTO
               WHEN "M"  WHEN "m"  PERFORM MANUTENCAO-MESA
               WHEN "G"  WHEN "g"  PERFORM GERA-CONVITES
               WHEN "A"  WHEN "a"  PERFORM ALOCA-CONTRATO
               WHEN "X"  WHEN "x"  PERFORM VENDE-EXTRAS
               WHEN "L"  WHEN "l"  PERFORM LIBERA-CONVITES
               WHEN "P"  WHEN "p"  PERFORM LISTA-PORTARIA
               WHEN "K"  WHEN "k"  PERFORM CHECK-IN
               WHEN "N"  WHEN "n"  PERFORM RELATORIO-NAO-USADOS
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
           DISPLAY "EVENTO (01, 02...)...................: "
               WITH NO ADVANCING.
           ACCEPT EVENTO-PARM.

       SOLICITA-TURMA-EXIT. EXIT.

      *    SOLICITA-EVENTO - turma e evento ja cadastrado no COD078
       SOLICITA-EVENTO SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-EVENTO-EXIT.
           MOVE CURSO-PARM  TO CURSO-CO78.
           MOVE TURMA-PARM  TO TURMA-CO78.
           MOVE EVENTO-PARM TO EVENTO-CO78.
           READ COD078
               INVALID KEY
                   DISPLAY "EVENTO NAO CADASTRADO (OPCAO E)."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-EVENTO-EXIT
           END-READ.
           DISPLAY "EVENTO: " DESCRICAO-CO78 " EM " DATA-EVENTO-CO78.

       SOLICITA-EVENTO-EXIT. EXIT.

      *    SOLICITA-CONVITES - contrato ja com convites no evento
       SOLICITA-CONVITES SECTION.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           MOVE CURSO-PARM    TO CURSO-CO80.
           MOVE TURMA-PARM    TO TURMA-CO80.
           MOVE EVENTO-PARM   TO EVENTO-CO80.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO80.
           READ COD080
               INVALID KEY
                   DISPLAY "CONTRATO SEM CONVITES NO EVENTO - USE A"
                           " OPCAO G OU A."
                   MOVE 1 TO ERRO-W
           END-READ.

       SOLICITA-CONVITES-EXIT. EXIT.

       MANUTENCAO-EVENTO SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO MANUTENCAO-EVENTO-EXIT.
           MOVE CURSO-PARM  TO CURSO-CO78.
           MOVE TURMA-PARM  TO TURMA-CO78.
           MOVE EVENTO-PARM TO EVENTO-CO78.
           READ COD078
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-CO78 LOCAL-CO78
                   MOVE ZEROS  TO DATA-EVENTO-CO78 VALOR-EXTRA-CO78
                                  CONVITES-CONTRATO-CO78
                                  SITUACAO-CO78
               NOT INVALID KEY
                   DISPLAY "EVENTO ATUAL: " DESCRICAO-CO78
                           " EM " DATA-EVENTO-CO78
                           " CONVITES " CONVITES-CONTRATO-CO78
           END-READ.
           DISPLAY "DESCRICAO (BAILE, JANTAR...).........: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-CO78.
           DISPLAY "DATA DO EVENTO (AAAAMMDD)............: "
               WITH NO ADVANCING.
           ACCEPT DATA-EVENTO-CO78.
           DISPLAY "LOCAL................................: "
               WITH NO ADVANCING.
           ACCEPT LOCAL-CO78.
           DISPLAY "CONVITES INCLUIDOS POR CONTRATO......: "
               WITH NO ADVANCING.
           ACCEPT CONVITES-CONTRATO-CO78.
           DISPLAY "PRECO DO CONVITE EXTRA (SEM VIRGULA).: "
               WITH NO ADVANCING.
           ACCEPT VALOR-EXTRA-CO78.
           DISPLAY "SITUACAO (0-ABERTO 1-ENCERRADO)......: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-CO78.
           IF   SITUACAO-CO78 GREATER 1
                MOVE 0 TO SITUACAO-CO78.
           MOVE USUARIO-PARM TO USUARIO-CO78.

           MOVE "DESCRICAO-CO78"   TO CAMPO-LOG-W.
           MOVE SPACES             TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE DESCRICAO-CO78     TO ATUAL-LOG-W.
           WRITE REG-COD078
               INVALID KEY
                   REWRITE REG-COD078
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO COD078: " ST-COD078
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-EVENTO
                           DISPLAY "EVENTO ALTERADO."
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-EVENTO
                   DISPLAY "EVENTO INCLUIDO."
           END-WRITE.

       MANUTENCAO-EVENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-MESA - capacidade zero exclui a mesa, desde que
      *    nenhum contrato esteja alocado nela.
      *----------------------------------------------------------------
       MANUTENCAO-MESA SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO MANUTENCAO-MESA-EXIT.
           DISPLAY "NUMERO DA MESA.......................: "
               WITH NO ADVANCING.
           ACCEPT MESA-PARM.
           IF   MESA-PARM EQUAL ZEROS
                DISPLAY "MESA ZERO E' RESERVADA A 'SEM MESA'."
                GO TO MANUTENCAO-MESA-EXIT.
           MOVE MESA-PARM TO MESA-ATUAL-W.
           MOVE ZEROS     TO CONTRATO-PARM.
           PERFORM CALCULA-OCUPACAO.
           MOVE CURSO-PARM  TO CURSO-CO79.
           MOVE TURMA-PARM  TO TURMA-CO79.
           MOVE EVENTO-PARM TO EVENTO-CO79.
           MOVE MESA-PARM   TO MESA-CO79.
           READ COD079
               INVALID KEY
                   MOVE ZEROS  TO CAPACIDADE-CO79
                   MOVE SPACES TO LOCALIZACAO-CO79
               NOT INVALID KEY
                   DISPLAY "MESA ATUAL: CAPACIDADE " CAPACIDADE-CO79
                           " OCUPACAO " OCUPACAO-W
                           " " LOCALIZACAO-CO79
           END-READ.
           DISPLAY "CAPACIDADE (LUGARES, 0 = EXCLUI).....: "
               WITH NO ADVANCING.
           ACCEPT CAPACIDADE-CO79.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "CAPACIDADE-CO79" TO CAMPO-LOG-W.
           MOVE CAPACIDADE-CO79   TO ATUAL-LOG-W(1:2).

           IF   CAPACIDADE-CO79 EQUAL ZEROS
                IF   OCUPACAO-W NOT EQUAL ZEROS
                     DISPLAY "MESA COM CONTRATOS ALOCADOS - REALOQUE "
                             "ANTES DE EXCLUIR."
                     GO TO MANUTENCAO-MESA-EXIT
                END-IF
                DELETE COD079
                    INVALID KEY
                        DISPLAY "MESA NAO ENCONTRADA."
                    NOT INVALID KEY
                        MOVE "EXCLUSAO" TO LOG3-OPERACAO
                        PERFORM GRAVA-LOG-MESA
                        DISPLAY "MESA EXCLUIDA."
                END-DELETE
                GO TO MANUTENCAO-MESA-EXIT.

           IF   CAPACIDADE-CO79 LESS OCUPACAO-W
                DISPLAY "ATENCAO: OCUPACAO ATUAL " OCUPACAO-W
                        " ACIMA DA NOVA CAPACIDADE.".
           DISPLAY "LOCALIZACAO NO SALAO.................: "
               WITH NO ADVANCING.
           ACCEPT LOCALIZACAO-CO79.
           MOVE USUARIO-PARM TO USUARIO-CO79.
           WRITE REG-COD079
               INVALID KEY
                   REWRITE REG-COD079
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO COD079: " ST-COD079
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-MESA
                           DISPLAY "MESA ALTERADA."
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-MESA
                   DISPLAY "MESA INCLUIDA."
           END-WRITE.

       MANUTENCAO-MESA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-OCUPACAO - soma os convites (incluidos + extras) dos
      *    contratos alocados em MESA-ATUAL-W, menos o contrato em
      *    CONTRATO-PARM (que esta sendo realocado), pela ALT2-CO80.
      *    Salva e restaura o registro corrente do COD080.
      *----------------------------------------------------------------
       CALCULA-OCUPACAO SECTION.
           MOVE ZEROS TO OCUPACAO-W FIM-VARREDURA-W.
           MOVE CURSO-PARM   TO CURSO-CO80.
           MOVE TURMA-PARM   TO TURMA-CO80.
           MOVE EVENTO-PARM  TO EVENTO-CO80.
           MOVE MESA-ATUAL-W TO MESA-CO80.
           MOVE LOW-VALUES   TO NOME-FORMANDO-CO80.
           START COD080 KEY IS NOT LESS ALT2-CO80
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM SOMA-OCUPACAO UNTIL FIM-VARREDURA-TRUE.

       CALCULA-OCUPACAO-EXIT. EXIT.

       SOMA-OCUPACAO SECTION.
           READ COD080 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO SOMA-OCUPACAO-EXIT.
           IF   CURSO-CO80 NOT EQUAL CURSO-PARM
           OR   TURMA-CO80 NOT EQUAL TURMA-PARM
           OR   EVENTO-CO80 NOT EQUAL EVENTO-PARM
           OR   MESA-CO80 NOT EQUAL MESA-ATUAL-W
                MOVE 1 TO FIM-VARREDURA-W
                GO TO SOMA-OCUPACAO-EXIT.
           IF   NR-CONTRATO-CO80 NOT EQUAL CONTRATO-PARM
                ADD QTDE-INCLUIDOS-CO80 QTDE-EXTRAS-CO80 TO OCUPACAO-W.

       SOMA-OCUPACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-CONVITES - varredura completa do COD041 (sem chave por
      *    turma, como no COP095): cada contrato vigente da turma sem
      *    convites no evento ganha os incluidos do COD078, sem mesa e
      *    ainda nao conferido para liberacao.
      *----------------------------------------------------------------
       GERA-CONVITES SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO GERA-CONVITES-EXIT.
           IF   EVENTO-ENCERRADO-CO78
                DISPLAY "EVENTO ENCERRADO."
                GO TO GERA-CONVITES-EXIT.
           MOVE ZEROS  TO QTDE-GERADOS-W FIM-VARREDURA-W.
           MOVE ZEROS  TO NR-CONTRATO-CO41.
           MOVE SPACES TO CURSO-CO41 TURMA-CO41.
           START COD041 KEY IS NOT LESS CHAVE-CO41 IN REG-COD041
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM GERA-CONVITE-CONTRATO UNTIL FIM-VARREDURA-TRUE.
           DISPLAY "CONTRATOS COM CONVITES GERADOS.......: "
                   QTDE-GERADOS-W.

       GERA-CONVITES-EXIT. EXIT.

       GERA-CONVITE-CONTRATO SECTION.
           READ COD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO GERA-CONVITE-CONTRATO-EXIT.
           IF   CURSO-CO41 NOT EQUAL CURSO-PARM
           OR   TURMA-CO41 NOT EQUAL TURMA-PARM
           OR   SITUACAO-CO41 NOT EQUAL 0
                GO TO GERA-CONVITE-CONTRATO-EXIT.
           MOVE CURSO-PARM       TO CURSO-CO80.
           MOVE TURMA-PARM       TO TURMA-CO80.
           MOVE EVENTO-PARM      TO EVENTO-CO80.
           MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-CO80.
           READ COD080
               INVALID KEY
                   PERFORM NOVO-CONVITE
                   WRITE REG-COD080
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO COD080: " ST-COD080
                       NOT INVALID KEY
                           ADD 1 TO QTDE-GERADOS-W
                   END-WRITE
           END-READ.

       GERA-CONVITE-CONTRATO-EXIT. EXIT.

      *    NOVO-CONVITE - registro inicial a partir do COD041 lido
       NOVO-CONVITE SECTION.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CLIENTE-CO80.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CLIENTE-CO80.
           MOVE SPACES               TO NOME-FORMANDO-CO80.
           IF   CGD001-OK EQUAL 1
                MOVE CODIGO-CLIENTE-CO41 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-CG01 TO NOME-FORMANDO-CO80
                END-READ
           END-IF.
           IF   NOME-FORMANDO-CO80 EQUAL SPACES
                STRING "CONTRATO " NR-CONTRATO-CO41
                       DELIMITED BY SIZE INTO NOME-FORMANDO-CO80.
           MOVE ZEROS TO MESA-CO80 QTDE-EXTRAS-CO80 VALOR-EXTRAS-CO80
                         LIBERADO-CO80 DATA-LIBERACAO-CO80
                         QTDE-PRESENTES-CO80 DATA-CHECKIN-CO80
                         HORA-CHECKIN-CO80.
           MOVE CONVITES-CONTRATO-CO78 TO QTDE-INCLUIDOS-CO80.
           MOVE "NAO CONFERIDO"      TO MOTIVO-BLOQUEIO-CO80.
           MOVE USUARIO-PARM         TO USUARIO-CO80.

       NOVO-CONVITE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ALOCA-CONTRATO - convites incluidos e mesa de um contrato;
      *    contrato vigente da turma ainda sem convites e' incluido
      *    aqui mesmo. A mesa nao pode passar da capacidade.
      *----------------------------------------------------------------
       ALOCA-CONTRATO SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO ALOCA-CONTRATO-EXIT.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           MOVE CURSO-PARM    TO CURSO-CO80.
           MOVE TURMA-PARM    TO TURMA-CO80.
           MOVE EVENTO-PARM   TO EVENTO-CO80.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO80.
           READ COD080
               INVALID KEY
                   MOVE 1 TO ERRO-W
           END-READ.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                MOVE CONTRATO-PARM TO NR-CONTRATO-CO41
                MOVE CURSO-PARM    TO CURSO-CO41
                MOVE TURMA-PARM    TO TURMA-CO41
                READ COD041
                    INVALID KEY
                        DISPLAY "CONTRATO NAO ENCONTRADO NA TURMA."
                        GO TO ALOCA-CONTRATO-EXIT
                END-READ
                IF   SITUACAO-CO41 NOT EQUAL 0
                     DISPLAY "CONTRATO NAO ESTA VIGENTE."
                     GO TO ALOCA-CONTRATO-EXIT
                END-IF
                MOVE CURSO-PARM    TO CURSO-CO80
                MOVE TURMA-PARM    TO TURMA-CO80
                MOVE EVENTO-PARM   TO EVENTO-CO80
                MOVE CONTRATO-PARM TO NR-CONTRATO-CO80
                PERFORM NOVO-CONVITE
                WRITE REG-COD080
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD080: " ST-COD080
                        GO TO ALOCA-CONTRATO-EXIT
                END-WRITE
                DISPLAY "CONVITES INCLUIDOS PARA O CONTRATO.".

           DISPLAY NOME-FORMANDO-CO80.
           DISPLAY "INCLUIDOS " QTDE-INCLUIDOS-CO80
                   " EXTRAS " QTDE-EXTRAS-CO80
                   " MESA " MESA-CO80.
           DISPLAY "CONVITES INCLUIDOS NO CONTRATO.......: "
               WITH NO ADVANCING.
           ACCEPT QTDE-PARM.
           DISPLAY "MESA (0 = SEM MESA)..................: "
               WITH NO ADVANCING.
           ACCEPT MESA-PARM.

           IF   MESA-PARM NOT EQUAL ZEROS
                MOVE CURSO-PARM  TO CURSO-CO79
                MOVE TURMA-PARM  TO TURMA-CO79
                MOVE EVENTO-PARM TO EVENTO-CO79
                MOVE MESA-PARM   TO MESA-CO79
                READ COD079
                    INVALID KEY
                        DISPLAY "MESA NAO CADASTRADA (OPCAO M)."
                        GO TO ALOCA-CONTRATO-EXIT
                END-READ
                MOVE MESA-PARM TO MESA-ATUAL-W
                PERFORM CALCULA-OCUPACAO
                MOVE CURSO-PARM    TO CURSO-CO80
                MOVE TURMA-PARM    TO TURMA-CO80
                MOVE EVENTO-PARM   TO EVENTO-CO80
                MOVE CONTRATO-PARM TO NR-CONTRATO-CO80
                READ COD080
                    INVALID KEY
                        DISPLAY "ERRO RELEITURA COD080: " ST-COD080
                        GO TO ALOCA-CONTRATO-EXIT
                END-READ
                IF   OCUPACAO-W + QTDE-PARM + QTDE-EXTRAS-CO80
                     GREATER CAPACIDADE-CO79
                     DISPLAY "MESA SEM LUGAR: CAPACIDADE "
                             CAPACIDADE-CO79 " OCUPADOS " OCUPACAO-W
                     GO TO ALOCA-CONTRATO-EXIT
                END-IF
           END-IF.

           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "MESA-CO80"          TO CAMPO-LOG-W.
           MOVE MESA-CO80            TO ANTERIOR-LOG-W(1:3).
           MOVE QTDE-INCLUIDOS-CO80  TO ANTERIOR-LOG-W(5:3).
           MOVE MESA-PARM            TO MESA-CO80 ATUAL-LOG-W(1:3).
           MOVE QTDE-PARM            TO QTDE-INCLUIDOS-CO80
                                        ATUAL-LOG-W(5:3).
           MOVE USUARIO-PARM         TO USUARIO-CO80.
           REWRITE REG-COD080
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD080: " ST-COD080
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CONVITE
                   DISPLAY "CONVITES E MESA GRAVADOS."
           END-REWRITE.

       ALOCA-CONTRATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VENDE-EXTRAS - os extras viram parcelas novas no COD044 do
      *    contrato, numeradas depois da ultima (limite de 99 do
      *    carne, como no COP056): parcelado, com vencimentos mensais
      *    a partir do primeiro; a vista, uma parcela vencendo hoje
      *    para baixa imediata no COP048. A liberacao e' conferida de
      *    novo em seguida.
      *----------------------------------------------------------------
       VENDE-EXTRAS SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO VENDE-EXTRAS-EXIT.
           IF   EVENTO-ENCERRADO-CO78
                DISPLAY "EVENTO ENCERRADO."
                GO TO VENDE-EXTRAS-EXIT.
           PERFORM SOLICITA-CONVITES.
           IF   ERRO-W NOT EQUAL 0
                GO TO VENDE-EXTRAS-EXIT.
           DISPLAY NOME-FORMANDO-CO80.
           DISPLAY "QUANTIDADE DE CONVITES EXTRAS........: "
               WITH NO ADVANCING.
           ACCEPT QTDE-PARM.
           IF   QTDE-PARM EQUAL ZEROS
                GO TO VENDE-EXTRAS-EXIT.
           MOVE VALOR-EXTRA-CO78 TO VALOR-EDIT-W.
           DISPLAY "PRECO UNITARIO (0 = " VALOR-EDIT-W ")...: "
               WITH NO ADVANCING.
           ACCEPT VALOR-UNIT-PARM.
           IF   VALOR-UNIT-PARM EQUAL ZEROS
                MOVE VALOR-EXTRA-CO78 TO VALOR-UNIT-PARM.
           COMPUTE VALOR-TOTAL-W = VALOR-UNIT-PARM * QTDE-PARM.
           MOVE VALOR-TOTAL-W TO VALOR-EDIT-W.
           DISPLAY "VALOR TOTAL DOS EXTRAS...............: "
                   VALOR-EDIT-W.
           IF   VALOR-TOTAL-W EQUAL ZEROS
                DISPLAY "EXTRA SEM PRECO - VENDA NAO GRAVADA."
                GO TO VENDE-EXTRAS-EXIT.
           DISPLAY "P-PARCELADO NO CARNE V-A VISTA.......: "
               WITH NO ADVANCING.
           ACCEPT FORMA-W.
           EVALUATE FORMA-W
               WHEN "P"  WHEN "p"
                    DISPLAY "QUANTIDADE DE PARCELAS (1 A 12).......: "
                        WITH NO ADVANCING
                    ACCEPT QTDE-PARCELAS-PARM
                    DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD).......: "
                        WITH NO ADVANCING
                    ACCEPT PRIMEIRO-VCTO-PARM
               WHEN "V"  WHEN "v"
                    MOVE 1 TO QTDE-PARCELAS-PARM
                    ACCEPT PRIMEIRO-VCTO-PARM FROM DATE YYYYMMDD
               WHEN OTHER
                    DISPLAY "FORMA INVALIDA."
                    GO TO VENDE-EXTRAS-EXIT
           END-EVALUATE.
           IF   QTDE-PARCELAS-PARM EQUAL ZEROS
           OR   QTDE-PARCELAS-PARM GREATER 12
                DISPLAY "QUANTIDADE DE PARCELAS INVALIDA."
                GO TO VENDE-EXTRAS-EXIT.

           MOVE CONTRATO-PARM TO NR-CONTRATO-CO41.
           MOVE CURSO-PARM    TO CURSO-CO41.
           MOVE TURMA-PARM    TO TURMA-CO41.
           READ COD041
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO EM COD041."
                   GO TO VENDE-EXTRAS-EXIT
           END-READ.
           IF   SITUACAO-CO41 NOT EQUAL 0
                DISPLAY "CONTRATO NAO ESTA VIGENTE."
                GO TO VENDE-EXTRAS-EXIT.

           PERFORM PROCURA-ULTIMA-PARCELA.
           IF   ULTIMA-PARCELA-W + QTDE-PARCELAS-PARM GREATER 99
                DISPLAY "VENDA ESTOURA O LIMITE DE 99 PARCELAS DO "
                        "CARNE."
                GO TO VENDE-EXTRAS-EXIT.
           DISPLAY "CONFIRMA A VENDA (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO VENDE-EXTRAS-EXIT.

           COMPUTE VALOR-PARCELA-W = VALOR-TOTAL-W / QTDE-PARCELAS-PARM.
           COMPUTE VALOR-ULTIMA-W = VALOR-TOTAL-W -
                   (VALOR-PARCELA-W * (QTDE-PARCELAS-PARM - 1)).
           MOVE ULTIMA-PARCELA-W   TO PARCELA-NOVA-W.
           MOVE PRIMEIRO-VCTO-PARM TO VCTO-W.
           PERFORM GRAVA-PARCELA-EXTRA
                   VARYING PARCELA-W FROM 1 BY 1
                   UNTIL PARCELA-W GREATER QTDE-PARCELAS-PARM.

           MOVE CURSO-PARM    TO CURSO-CO80.
           MOVE TURMA-PARM    TO TURMA-CO80.
           MOVE EVENTO-PARM   TO EVENTO-CO80.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO80.
           READ COD080
               INVALID KEY
                   DISPLAY "ERRO RELEITURA COD080: " ST-COD080
                   GO TO VENDE-EXTRAS-EXIT
           END-READ.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "QTDE-EXTRAS-CO80"   TO CAMPO-LOG-W.
           MOVE QTDE-EXTRAS-CO80     TO ANTERIOR-LOG-W(1:3).
           ADD  QTDE-PARM            TO QTDE-EXTRAS-CO80.
           ADD  VALOR-TOTAL-W        TO VALOR-EXTRAS-CO80.
           MOVE QTDE-EXTRAS-CO80     TO ATUAL-LOG-W(1:3).
           MOVE USUARIO-PARM         TO USUARIO-CO80.
           PERFORM CONFERE-LIBERACAO.
           REWRITE REG-COD080
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD080: " ST-COD080
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CONVITE
                   DISPLAY "EXTRAS GRAVADOS - PARCELAS "
                           ULTIMA-PARCELA-W " + " QTDE-PARCELAS-PARM
                           " NO COD044."
           END-REWRITE.
           IF   FORMA-W EQUAL "V" OR FORMA-W EQUAL "v"
                DISPLAY "FAZER A BAIXA DA PARCELA NO COP048 PARA "
                        "LIBERAR OS CONVITES.".
           IF   MESA-CO80 NOT EQUAL ZEROS
                COMPUTE QTDE-CONVITES-W = QTDE-INCLUIDOS-CO80 +
                                          QTDE-EXTRAS-CO80
                MOVE MESA-CO80 TO MESA-ATUAL-W
                PERFORM CALCULA-OCUPACAO
                MOVE CURSO-PARM  TO CURSO-CO79
                MOVE TURMA-PARM  TO TURMA-CO79
                MOVE EVENTO-PARM TO EVENTO-CO79
                MOVE MESA-ATUAL-W TO MESA-CO79
                READ COD079
                    INVALID KEY
                        MOVE ZEROS TO CAPACIDADE-CO79
                END-READ
                IF   OCUPACAO-W + QTDE-CONVITES-W
                     GREATER CAPACIDADE-CO79
                     DISPLAY "ATENCAO: MESA " MESA-ATUAL-W
                             " PASSOU DA CAPACIDADE - REALOQUE."
                END-IF
           END-IF.

       VENDE-EXTRAS-EXIT. EXIT.

       PROCURA-ULTIMA-PARCELA SECTION.
           MOVE ZEROS TO ULTIMA-PARCELA-W FIM-PARCELAS-W.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO44.
           MOVE ZEROS         TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-PARCELAS-W
           END-START.
           PERFORM LE-ULTIMA-PARCELA UNTIL FIM-PARCELAS-TRUE.

       PROCURA-ULTIMA-PARCELA-EXIT. EXIT.

       LE-ULTIMA-PARCELA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-PARCELAS-W
                   GO TO LE-ULTIMA-PARCELA-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-PARCELAS-W
                GO TO LE-ULTIMA-PARCELA-EXIT.
           MOVE PARCELA-CO44 TO ULTIMA-PARCELA-W.

       LE-ULTIMA-PARCELA-EXIT. EXIT.

       GRAVA-PARCELA-EXTRA SECTION.
           ADD  1 TO PARCELA-NOVA-W.
           MOVE CONTRATO-PARM      TO NR-CONTRATO-CO44.
           MOVE PARCELA-NOVA-W     TO PARCELA-CO44.
           MOVE CURSO-PARM         TO CURSO-CO44.
           MOVE TURMA-PARM         TO TURMA-CO44.
           MOVE VCTO-W             TO DATA-VCTO-CO44.
           IF   PARCELA-W EQUAL QTDE-PARCELAS-PARM
                MOVE VALOR-ULTIMA-W  TO VALOR-CO44
           ELSE
                MOVE VALOR-PARCELA-W TO VALOR-CO44.
           MOVE ZEROS              TO DATA-PGTO-CO44 VALOR-PAGO-CO44.
           MOVE USUARIO-PARM       TO USUARIO-CO44.
           MOVE ZEROS              TO SITUACAO-CO44 RENEG-CO44
                                      BORDERO-CO44 SESSAO-CO44.
           WRITE REG-COD044
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD044 PARCELA "
                           PARCELA-CO44 ": " ST-COD044
               NOT INVALID KEY
                   MOVE "INCLUSAO"     TO LOG3-OPERACAO
                   MOVE "VALOR-CO44"   TO CAMPO-LOG-W
                   MOVE SPACES         TO ANTERIOR-LOG-W ATUAL-LOG-W
                   MOVE VALOR-CO44     TO VALOR-LOG-W
                   MOVE VALOR-LOG-W    TO ATUAL-LOG-W(1:13)
                   MOVE "CONVITE EXTRA" TO ATUAL-LOG-W(15:13)
                   PERFORM GRAVA-LOG-PARCELA
           END-WRITE.
           PERFORM AVANCA-UM-MES.

       GRAVA-PARCELA-EXTRA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    AVANCA-UM-MES - regra de carne do COP047/COP056.
      *----------------------------------------------------------------
       AVANCA-UM-MES SECTION.
           IF   MES-VCTO-W LESS 12
                ADD 1 TO MES-VCTO-W
           ELSE
                MOVE 1 TO MES-VCTO-W
                ADD 1 TO ANO-VCTO-W.
           MOVE PRIMEIRO-VCTO-PARM(7:2) TO DIA-VCTO-W.
           IF   DIA-VCTO-W GREATER 28
           AND  MES-VCTO-W EQUAL 2
                MOVE 28 TO DIA-VCTO-W.
           IF   DIA-VCTO-W GREATER 30
           AND (MES-VCTO-W EQUAL 4 OR 6 OR 9 OR 11)
                MOVE 30 TO DIA-VCTO-W.

       AVANCA-UM-MES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-LIBERACAO - sobre o REG-COD080 em memoria: liberado
      *    so com contrato vigente e sem parcela em aberto (nao
      *    renegociada) vencida ate hoje - o extra a vista vence no
      *    dia e so libera depois de baixado.
      *----------------------------------------------------------------
       CONFERE-LIBERACAO SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W TO DATA-LIBERACAO-CO80.
           MOVE 0           TO LIBERADO-CO80.
           MOVE NR-CONTRATO-CO80 TO NR-CONTRATO-CO41.
           MOVE CURSO-CO80       TO CURSO-CO41.
           MOVE TURMA-CO80       TO TURMA-CO41.
           READ COD041
               INVALID KEY
                   MOVE "SEM CONTRATO" TO MOTIVO-BLOQUEIO-CO80
                   GO TO CONFERE-LIBERACAO-EXIT
           END-READ.
           IF   SITUACAO-CO41 NOT EQUAL 0
                MOVE "CONTRATO NAO VIGENTE" TO MOTIVO-BLOQUEIO-CO80
                GO TO CONFERE-LIBERACAO-EXIT.

           MOVE ZEROS TO PARCELAS-ABERTAS-W FIM-PARCELAS-W.
           MOVE NR-CONTRATO-CO80 TO NR-CONTRATO-CO44.
           MOVE ZEROS            TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-PARCELAS-W
           END-START.
           PERFORM CONFERE-PARCELA UNTIL FIM-PARCELAS-TRUE.
           IF   PARCELAS-ABERTAS-W NOT EQUAL ZEROS
                MOVE SPACES TO MOTIVO-BLOQUEIO-CO80
                STRING PARCELAS-ABERTAS-W " PARCELA(S) VENCIDA"
                       DELIMITED BY SIZE INTO MOTIVO-BLOQUEIO-CO80
                GO TO CONFERE-LIBERACAO-EXIT.

           MOVE 1      TO LIBERADO-CO80.
           MOVE SPACES TO MOTIVO-BLOQUEIO-CO80.

       CONFERE-LIBERACAO-EXIT. EXIT.

       CONFERE-PARCELA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-PARCELAS-W
                   GO TO CONFERE-PARCELA-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL NR-CONTRATO-CO80
                MOVE 1 TO FIM-PARCELAS-W
                GO TO CONFERE-PARCELA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO CONFERE-PARCELA-EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO CONFERE-PARCELA-EXIT.
           IF   DATA-VCTO-CO44 NOT GREATER DATA-HOJE-W
                ADD 1 TO PARCELAS-ABERTAS-W.

       CONFERE-PARCELA-EXIT. EXIT.

       LIBERA-CONVITES SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO LIBERA-CONVITES-EXIT.
           MOVE ZEROS TO QTDE-LIBERADOS-W QTDE-BLOQUEADOS-W
                         FIM-VARREDURA-W.
           MOVE CURSO-PARM  TO CURSO-CO80.
           MOVE TURMA-PARM  TO TURMA-CO80.
           MOVE EVENTO-PARM TO EVENTO-CO80.
           MOVE ZEROS       TO NR-CONTRATO-CO80.
           START COD080 KEY IS NOT LESS CHAVE-CO80
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LIBERA-UM-CONTRATO UNTIL FIM-VARREDURA-TRUE.
           DISPLAY "CONTRATOS LIBERADOS..................: "
                   QTDE-LIBERADOS-W.
           DISPLAY "CONTRATOS BLOQUEADOS.................: "
                   QTDE-BLOQUEADOS-W.

       LIBERA-CONVITES-EXIT. EXIT.

       LIBERA-UM-CONTRATO SECTION.
           READ COD080 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LIBERA-UM-CONTRATO-EXIT.
           IF   CURSO-CO80 NOT EQUAL CURSO-PARM
           OR   TURMA-CO80 NOT EQUAL TURMA-PARM
           OR   EVENTO-CO80 NOT EQUAL EVENTO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LIBERA-UM-CONTRATO-EXIT.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE LIBERADO-CO80 TO ANTERIOR-LOG-W(1:1).
           PERFORM CONFERE-LIBERACAO.
           IF   CONVITES-LIBERADOS-CO80
                ADD 1 TO QTDE-LIBERADOS-W
           ELSE
                ADD 1 TO QTDE-BLOQUEADOS-W
                DISPLAY NR-CONTRATO-CO80 " " NOME-FORMANDO-CO80
                        " " MOTIVO-BLOQUEIO-CO80.
           MOVE LIBERADO-CO80        TO ATUAL-LOG-W(1:1).
           MOVE MOTIVO-BLOQUEIO-CO80 TO ATUAL-LOG-W(3:20).
           REWRITE REG-COD080
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD080: " ST-COD080
               NOT INVALID KEY
                   IF   ANTERIOR-LOG-W(1:1) NOT EQUAL
                        ATUAL-LOG-W(1:1)
                        MOVE "LIBERACAO"     TO LOG3-OPERACAO
                        MOVE "LIBERADO-CO80" TO CAMPO-LOG-W
                        PERFORM GRAVA-LOG-CONVITE
                   END-IF
           END-REWRITE.

       LIBERA-UM-CONTRATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LISTA-PORTARIA - todos os contratos do evento, liberados e
      *    bloqueados (com o motivo), por mesa (ALT2-CO80, com o
      *    cabecalho de cada mesa) ou em ordem alfabetica (ALT-CO80),
      *    com espaco para a portaria anotar as entradas.
      *----------------------------------------------------------------
       LISTA-PORTARIA SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO LISTA-PORTARIA-EXIT.
           DISPLAY "M-POR MESA A-ALFABETICA..............: "
               WITH NO ADVANCING.
           ACCEPT ORDEM-W.
           IF   ORDEM-W EQUAL "m"
                MOVE "M" TO ORDEM-W.
           IF   ORDEM-W EQUAL "a"
                MOVE "A" TO ORDEM-W.
           IF   ORDEM-W NOT EQUAL "M" AND ORDEM-W NOT EQUAL "A"
                DISPLAY "ORDEM INVALIDA."
                GO TO LISTA-PORTARIA-EXIT.

           IF   ORDEM-W EQUAL "M"
                MOVE "LISTA DE PORTARIA POR MESA" TO TITULO-CAB
           ELSE
                MOVE "LISTA DE PORTARIA ALFABETICA" TO TITULO-CAB.
           PERFORM PREPARA-CABECALHO.
           MOVE ZEROS TO PAG-W LIN TOTAL-CONVITES-W FIM-VARREDURA-W.
           MOVE 999   TO MESA-ANTERIOR-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB04.
           ADD 1 TO LIN.

           MOVE CURSO-PARM  TO CURSO-CO80.
           MOVE TURMA-PARM  TO TURMA-CO80.
           MOVE EVENTO-PARM TO EVENTO-CO80.
           MOVE ZEROS       TO MESA-CO80.
           MOVE LOW-VALUES  TO NOME-FORMANDO-CO80.
           IF   ORDEM-W EQUAL "M"
                START COD080 KEY IS NOT LESS ALT2-CO80
                    INVALID KEY
                        MOVE 1 TO FIM-VARREDURA-W
                END-START
           ELSE
                START COD080 KEY IS NOT LESS ALT-CO80
                    INVALID KEY
                        MOVE 1 TO FIM-VARREDURA-W
                END-START.
           PERFORM IMPRIME-PORTARIA UNTIL FIM-VARREDURA-TRUE.

           MOVE TOTAL-CONVITES-W TO TOTAL-CONVITES-REL.
           MOVE ZEROS            TO TOTAL-PRESENTES-REL
                                    TOTAL-NAO-USADOS-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "LISTA DE PORTARIA IMPRESSA.".

       LISTA-PORTARIA-EXIT. EXIT.

       IMPRIME-PORTARIA SECTION.
           READ COD080 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-PORTARIA-EXIT.
           IF   CURSO-CO80 NOT EQUAL CURSO-PARM
           OR   TURMA-CO80 NOT EQUAL TURMA-PARM
           OR   EVENTO-CO80 NOT EQUAL EVENTO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO IMPRIME-PORTARIA-EXIT.
           IF   LIN GREATER 54
                PERFORM CABECALHO
                WRITE REG-RELAT FROM CAB04
                ADD 1 TO LIN.
           IF   ORDEM-W EQUAL "M"
           AND  MESA-CO80 NOT EQUAL MESA-ANTERIOR-W
                PERFORM IMPRIME-CABECALHO-MESA.

           MOVE NOME-FORMANDO-CO80 TO NOME-POR.
           MOVE NR-CONTRATO-CO80   TO CONTRATO-POR.
           MOVE MESA-CO80          TO MESA-POR.
           COMPUTE CONVITES-POR = QTDE-INCLUIDOS-CO80 +
                                  QTDE-EXTRAS-CO80.
           ADD QTDE-INCLUIDOS-CO80 QTDE-EXTRAS-CO80
               TO TOTAL-CONVITES-W.
           IF   CONVITES-LIBERADOS-CO80
                MOVE "LIBERADO"           TO SITUACAO-POR
           ELSE
                MOVE MOTIVO-BLOQUEIO-CO80 TO SITUACAO-POR.
           WRITE REG-RELAT FROM LINPOR.
           ADD 1 TO LIN.

       IMPRIME-PORTARIA-EXIT. EXIT.

       IMPRIME-CABECALHO-MESA SECTION.
           MOVE MESA-CO80 TO MESA-ANTERIOR-W MESA-CAB-REL.
           MOVE SPACES    TO LOCALIZACAO-REL.
           MOVE ZEROS     TO CAPACIDADE-REL.
           IF   MESA-CO80 EQUAL ZEROS
                MOVE "SEM MESA" TO LOCALIZACAO-REL
           ELSE
                MOVE CURSO-CO80  TO CURSO-CO79
                MOVE TURMA-CO80  TO TURMA-CO79
                MOVE EVENTO-CO80 TO EVENTO-CO79
                MOVE MESA-CO80   TO MESA-CO79
                READ COD079
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE LOCALIZACAO-CO79 TO LOCALIZACAO-REL
                        MOVE CAPACIDADE-CO79  TO CAPACIDADE-REL
                END-READ
           END-IF.
           WRITE REG-RELAT FROM LINMESA AFTER 2.
           ADD 2 TO LIN.

       IMPRIME-CABECALHO-MESA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CHECK-IN - na portaria: confere de novo a liberacao (a
      *    baixa pode ter sido feita depois da lista) e registra
      *    quantos entraram, sem passar do total de convites.
      *----------------------------------------------------------------
       CHECK-IN SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO CHECK-IN-EXIT.
           PERFORM SOLICITA-CONVITES.
           IF   ERRO-W NOT EQUAL 0
                GO TO CHECK-IN-EXIT.
           PERFORM CONFERE-LIBERACAO.
           COMPUTE QTDE-CONVITES-W = QTDE-INCLUIDOS-CO80 +
                                     QTDE-EXTRAS-CO80.
           DISPLAY NOME-FORMANDO-CO80 " MESA " MESA-CO80.
           DISPLAY "CONVITES " QTDE-CONVITES-W
                   " JA ENTRARAM " QTDE-PRESENTES-CO80.
           IF   NOT CONVITES-LIBERADOS-CO80
                DISPLAY "CONVITES BLOQUEADOS: " MOTIVO-BLOQUEIO-CO80
                        " - ENCAMINHAR A SECRETARIA."
                REWRITE REG-COD080
                    INVALID KEY CONTINUE
                END-REWRITE
                GO TO CHECK-IN-EXIT.
           DISPLAY "QUANTOS ENTRAM AGORA.................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-PARM.
           IF   QTDE-PRESENTES-CO80 + QTDE-PARM GREATER QTDE-CONVITES-W
                DISPLAY "PASSA DO TOTAL DE CONVITES - ENTRADA "
                        "RECUSADA."
                GO TO CHECK-IN-EXIT.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "QTDE-PRESENTES-CO80" TO CAMPO-LOG-W.
           MOVE QTDE-PRESENTES-CO80   TO ANTERIOR-LOG-W(1:3).
           ADD  QTDE-PARM             TO QTDE-PRESENTES-CO80.
           MOVE QTDE-PRESENTES-CO80   TO ATUAL-LOG-W(1:3).
           MOVE DATA-HOJE-W           TO DATA-CHECKIN-CO80.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1:4)           TO HORA-CHECKIN-CO80.
           MOVE USUARIO-PARM          TO USUARIO-CO80.
           REWRITE REG-COD080
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD080: " ST-COD080
               NOT INVALID KEY
                   MOVE "CHECK-IN" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CONVITE
                   DISPLAY "ENTRADA REGISTRADA."
           END-REWRITE.

       CHECK-IN-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RELATORIO-NAO-USADOS - depois do evento: por ordem
      *    alfabetica, os convites de cada contrato, quantos entraram
      *    e quantos nao foram usados, com os totais.
      *----------------------------------------------------------------
       RELATORIO-NAO-USADOS SECTION.
           PERFORM SOLICITA-EVENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO RELATORIO-NAO-USADOS-EXIT.
           MOVE "CONVITES NAO UTILIZADOS" TO TITULO-CAB.
           PERFORM PREPARA-CABECALHO.
           MOVE ZEROS TO PAG-W LIN TOTAL-CONVITES-W TOTAL-PRESENTES-W
                         TOTAL-NAO-USADOS-W FIM-VARREDURA-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB05.
           ADD 1 TO LIN.
           MOVE CURSO-PARM  TO CURSO-CO80.
           MOVE TURMA-PARM  TO TURMA-CO80.
           MOVE EVENTO-PARM TO EVENTO-CO80.
           MOVE LOW-VALUES  TO NOME-FORMANDO-CO80.
           START COD080 KEY IS NOT LESS ALT-CO80
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM IMPRIME-NAO-USADO UNTIL FIM-VARREDURA-TRUE.

           MOVE TOTAL-CONVITES-W   TO TOTAL-CONVITES-REL.
           MOVE TOTAL-PRESENTES-W  TO TOTAL-PRESENTES-REL.
           MOVE TOTAL-NAO-USADOS-W TO TOTAL-NAO-USADOS-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO DE NAO UTILIZADOS IMPRESSO.".

       RELATORIO-NAO-USADOS-EXIT. EXIT.

       IMPRIME-NAO-USADO SECTION.
           READ COD080 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-NAO-USADO-EXIT.
           IF   CURSO-CO80 NOT EQUAL CURSO-PARM
           OR   TURMA-CO80 NOT EQUAL TURMA-PARM
           OR   EVENTO-CO80 NOT EQUAL EVENTO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO IMPRIME-NAO-USADO-EXIT.
           IF   LIN GREATER 56
                PERFORM CABECALHO
                WRITE REG-RELAT FROM CAB05
                ADD 1 TO LIN.
           COMPUTE QTDE-CONVITES-W = QTDE-INCLUIDOS-CO80 +
                                     QTDE-EXTRAS-CO80.
           MOVE NOME-FORMANDO-CO80  TO NOME-NAO.
           MOVE NR-CONTRATO-CO80    TO CONTRATO-NAO.
           MOVE MESA-CO80           TO MESA-NAO.
           MOVE QTDE-CONVITES-W     TO CONVITES-NAO.
           MOVE QTDE-PRESENTES-CO80 TO PRESENTES-NAO.
           MOVE SPACES              TO OBS-NAO.
           IF   QTDE-PRESENTES-CO80 LESS QTDE-CONVITES-W
                COMPUTE NAO-USADOS-NAO =
                        QTDE-CONVITES-W - QTDE-PRESENTES-CO80
                COMPUTE TOTAL-NAO-USADOS-W = TOTAL-NAO-USADOS-W +
                        QTDE-CONVITES-W - QTDE-PRESENTES-CO80
           ELSE
                MOVE ZEROS TO NAO-USADOS-NAO.
           IF   NOT CONVITES-LIBERADOS-CO80
                MOVE MOTIVO-BLOQUEIO-CO80 TO OBS-NAO.
           ADD QTDE-CONVITES-W     TO TOTAL-CONVITES-W.
           ADD QTDE-PRESENTES-CO80 TO TOTAL-PRESENTES-W.
           WRITE REG-RELAT FROM LINNAO.
           ADD 1 TO LIN.

       IMPRIME-NAO-USADO-EXIT. EXIT.

       PREPARA-CABECALHO SECTION.
           MOVE CURSO-PARM     TO CURSO-CAB.
           MOVE TURMA-PARM     TO TURMA-CAB.
           MOVE DESCRICAO-CO78 TO DESCRICAO-CAB.
           MOVE DATA-EVENTO-CO78(7:2) TO DIA-DMA-W.
           MOVE DATA-EVENTO-CO78(5:2) TO MES-DMA-W.
           MOVE DATA-EVENTO-CO78(1:4) TO ANO-DMA-W.
           MOVE DATA-DMA-R     TO DATA-EVENTO-CAB.

       PREPARA-CABECALHO-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.

      *----------------------------------------------------------------
      *    GRAVA-LOG-EVENTO / MESA / CONVITE / PARCELA - trilha em
      *    LOG003 nos moldes do GRAVA-LOG-PARCELA de COP056.
      *----------------------------------------------------------------
       GRAVA-LOG-EVENTO SECTION.
           PERFORM PREPARA-LOG.
           MOVE "COD078"           TO LOG3-ARQUIVO.
           MOVE CURSO-CO78         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO78         TO LOG3-CHAVE-REG(6:3).
           MOVE EVENTO-CO78        TO LOG3-CHAVE-REG(10:2).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-EVENTO-EXIT. EXIT.

       GRAVA-LOG-MESA SECTION.
           PERFORM PREPARA-LOG.
           MOVE "COD079"           TO LOG3-ARQUIVO.
           MOVE CURSO-CO79         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO79         TO LOG3-CHAVE-REG(6:3).
           MOVE EVENTO-CO79        TO LOG3-CHAVE-REG(10:2).
           MOVE MESA-CO79          TO LOG3-CHAVE-REG(13:3).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-MESA-EXIT. EXIT.

       GRAVA-LOG-CONVITE SECTION.
           PERFORM PREPARA-LOG.
           MOVE "COD080"           TO LOG3-ARQUIVO.
           MOVE CURSO-CO80         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO80         TO LOG3-CHAVE-REG(6:3).
           MOVE EVENTO-CO80        TO LOG3-CHAVE-REG(10:2).
           MOVE NR-CONTRATO-CO80   TO LOG3-CHAVE-REG(13:6).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-CONVITE-EXIT. EXIT.

       GRAVA-LOG-PARCELA SECTION.
           PERFORM PREPARA-LOG.
           MOVE "COD044"           TO LOG3-ARQUIVO.
           MOVE NR-CONTRATO-CO44   TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CO44       TO LOG3-CHAVE-REG(7:2).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-PARCELA-EXIT. EXIT.

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
           CLOSE COD041 COD043 COD044 COD078 COD079 COD080 LOG003.
           IF   CGD001-OK EQUAL 1
                CLOSE CGD001.

       END PROGRAM COP096.
