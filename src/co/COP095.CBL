       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP095.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CORTESIA DA COMISSAO DE FORMATURA. POR TURMA, FAIXAS
      *        DE CONTRATOS ASSINADOS (COD076) DAO A CADA MEMBRO DO
      *        COD055 UM PERCENTUAL DE DESCONTO SOBRE O PROPRIO
      *        CONTRATO E/OU PRODUTOS GRATIS. O CALCULO CONTA OS
      *        CONTRATOS VIGENTES DA TURMA NO COD041, ACHA A MAIOR
      *        FAIXA ATINGIDA E GRAVA O BENEFICIO DE CADA MEMBRO NO
      *        COD077; A APLICACAO CONCEDE O QUE AINDA NAO FOI
      *        CONCEDIDO, COMO CREDITO NO COD051 (VER COP061) OU COMO
      *        ADITIVO DE DESCONTO NO CONTRATO DO MEMBRO (COD046, NOS
      *        MOLDES DO COP052). O EXTRATO DA TURMA MOSTRA AS FAIXAS
      *        E COMO CADA MEMBRO CHEGOU AO SEU BENEFICIO. TRILHA EM
      *        LOG003 NOS MOLDES DO COP052.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX041.

           COPY COPX043.

           COPY COPX046.

           COPY COPX051.

           COPY COPX055.

           COPY COPX076.

           COPY COPX077.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW043.

           COPY COPW046.

           COPY COPW051.

           COPY COPW055.

           COPY COPW076.

           COPY COPW077.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD046             PIC XX       VALUE SPACES.
           05  ST-COD051             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-COD076             PIC XX       VALUE SPACES.
           05  ST-COD077             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
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
           05  MINIMO-PARM           PIC 9(4)     VALUE ZEROS.
           05  SEQ-PARM              PIC 9(2)     VALUE ZEROS.
           05  QTDE-CONTRATOS-W      PIC 9(4)     VALUE ZEROS.
           05  QTDE-MEMBROS-W        PIC 9(2)     VALUE ZEROS.
           05  MEMBRO-IDX-W          PIC 9(2)     VALUE ZEROS.
           05  QTDE-CONCEDIDOS-W     PIC 9(2)     VALUE ZEROS.
           05  FAIXA-W               PIC 9(4)     VALUE ZEROS.
           05  PERC-DESCONTO-W       PIC 9(3)V99  VALUE ZEROS.
           05  PRODUTO-W             PIC 9(4)     VALUE ZEROS.
           05  MODELO-W              PIC 9(4)     VALUE ZEROS.
           05  QTDE-PRODUTO-W        PIC 9(3)     VALUE ZEROS.
           05  VALOR-PRODUTOS-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PENDENTE-W      PIC S9(8)V99 VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  PERC-ANTES-W          PIC 9(3)V99  VALUE ZEROS.
           05  APLICADO-ANTES-W      PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-BENEFICIO-W     PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-APLICADO-W      PIC 9(9)V99  VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  PERC-EDIT-W           PIC ZZ9,99   VALUE ZEROS.
           05  PROTEGIDO-W           PIC 9        VALUE ZEROS.
           05  CALCULO-ACHADO-W      PIC 9        VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  MOV-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-MOV-W           PIC 9(4)     VALUE ZEROS.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

      *    comissao da turma em memoria durante o calculo: o COD041
      *    nao tem chave por turma, entao a varredura completa casa
      *    cada contrato vigente com o cliente de cada membro
       01  TABELA-MEMBROS-W.
           05  MEMBRO-W              OCCURS 99 TIMES.
               10  SEQ-MEMBRO-W      PIC 9(2).
               10  CLASSIF-MEMBRO-W  PIC 9.
               10  CODIGO-MEMBRO-W   PIC 9(8).
               10  CONTRATO-MEMBRO-W PIC 9(6).
               10  VALOR-MEMBRO-W    PIC 9(8)V99.

       01  PARAMETROS-GRDPRD.
           05  PRODUTO-PRD           PIC 9(4)     VALUE ZEROS.
           05  MODELO-PRD            PIC 9(4)     VALUE ZEROS.
           05  GRDPRD-RETORNO        PIC X(2)     VALUE SPACES.
           05  DESCR-PRODUTO-PRD     PIC X(30)    VALUE SPACES.
           05  PRECO-PRODUTO-PRD     PIC 9(6)V99  VALUE ZEROS.

       01  PARAMETROS-USP007V.
      *    dupla aprovacao de campo protegido (USD006/USD007 - ver
      *    USP007V): so a consulta "P" - valor de contrato protegido
      *    nao recebe aditivo de cortesia, que entao vai como credito
      *    ou pelo COP052
           05  FUNCAO-APR            PIC X(1)     VALUE SPACES.
           05  ARQUIVO-APR           PIC X(8)     VALUE SPACES.
           05  CAMPO-APR             PIC X(20)    VALUE SPACES.
           05  CHAVE-APR             PIC X(20)    VALUE SPACES.
           05  PROGRAMA-APR          PIC X(8)     VALUE SPACES.
           05  ANTERIOR-APR          PIC X(40)    VALUE SPACES.
           05  NOVO-APR              PIC X(40)    VALUE SPACES.
           05  DADOS-APR             PIC X(100)   VALUE SPACES.
           05  MOTIVO-APR            PIC X(30)    VALUE SPACES.
           05  USUARIO-APR           PIC X(5)     VALUE SPACES.
           05  NR-SOLIC-APR          PIC 9(8)     VALUE ZEROS.
           05  DATA-EXPIRA-APR       PIC 9(8)     VALUE ZEROS.
           05  USP007V-RETORNO       PIC X(2)     VALUE SPACES.

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
           05  FILLER                PIC X(41)   VALUE
               "CORTESIA DA COMISSAO DE FORMATURA - TURMA".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CURSO-CAB             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TURMA-CAB             PIC X(3)    VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".

       01  LINRES.
           05  FILLER                PIC X(29)   VALUE
               "CONTRATOS VIGENTES NA TURMA: ".
           05  QTDE-CONTRATOS-REL    PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(13)   VALUE
               " CALCULO EM: ".
           05  DATA-CALCULO-REL      PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(17)   VALUE
               " FAIXA ATINGIDA: ".
           05  FAIXA-RES-REL         PIC ZZZ9    VALUE ZEROS.

       01  LINFAI.
           05  FILLER                PIC X(12)   VALUE
               "A PARTIR DE ".
           05  MINIMO-REL            PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(20)   VALUE
               " CONTRATOS: DESCONTO".
           05  PERC-FAIXA-REL        PIC ZZ9,99  VALUE ZEROS.
           05  FILLER                PIC X(11)   VALUE
               "% PRODUTO  ".
           05  PRODUTO-FAIXA-REL     PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  MODELO-FAIXA-REL      PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " X ".
           05  QTDE-FAIXA-REL        PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ATINGIDA-REL          PIC X(12)   VALUE SPACES.

       01  CAB04.
           05  FILLER                PIC X(40)   VALUE
               "SQ CARGO           NOME".
           05  FILLER                PIC X(40)   VALUE
               "         CONTRATO          VALOR".

       01  LINDET.
           05  SEQ-REL               PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CARGO-REL             PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-REL              PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(9)    VALUE "CONTRATO ".
           05  CONTRATO-REL          PIC ZZZZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-CONTRATO-REL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINDET2.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(9)    VALUE "DESCONTO ".
           05  PERC-REL              PIC ZZ9,99  VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE "% = ".
           05  VALOR-DESCONTO-REL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE " PRODUTOS ".
           05  VALOR-PRODUTOS-REL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(11)   VALUE " BENEFICIO ".
           05  VALOR-BENEFICIO-REL   PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINDET3.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(10)   VALUE "CONCEDIDO ".
           05  VALOR-APLICADO-REL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FORMA-REL             PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-APLICACAO-REL    PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(25)   VALUE SPACES.

       01  LINTOT.
           05  FILLER                PIC X(23)   VALUE
               "TOTAL DE BENEFICIOS....".
           05  TOTAL-BENEFICIO-REL   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(13)   VALUE
               "  CONCEDIDO  ".
           05  TOTAL-APLICADO-REL    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD046" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD046.
           MOVE "COD051" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD051.
           MOVE "COD055" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD055.
           MOVE "COD076" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD076.
           MOVE "COD077" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD077.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O COD041.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD043.
           IF   ST-COD043 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD043: " ST-COD043
                MOVE 1 TO ERRO-W.

           OPEN I-O COD046.
           IF   ST-COD046 EQUAL "35"
                OPEN OUTPUT COD046
                CLOSE COD046
                OPEN I-O COD046.
           IF   ST-COD046 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD046: " ST-COD046
                MOVE 1 TO ERRO-W.

           OPEN I-O COD051.
           IF   ST-COD051 EQUAL "35"
                OPEN OUTPUT COD051
                CLOSE COD051
                OPEN I-O COD051.
           IF   ST-COD051 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD051: " ST-COD051
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD055.
           IF   ST-COD055 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD055: " ST-COD055
                        " - REGISTRE A COMISSAO NO COP068."
                MOVE 1 TO ERRO-W.

           OPEN I-O COD076.
           IF   ST-COD076 EQUAL "35"
                OPEN OUTPUT COD076
                CLOSE COD076
                OPEN I-O COD076.
           IF   ST-COD076 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD076: " ST-COD076
                MOVE 1 TO ERRO-W.

           OPEN I-O COD077.
           IF   ST-COD077 EQUAL "35"
                OPEN OUTPUT COD077
                CLOSE COD077
                OPEN I-O COD077.
           IF   ST-COD077 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD077: " ST-COD077
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
           MOVE "COP095" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CORTESIA DA COMISSAO DE FORMATURA (COD076/COD077)".
           DISPLAY "FAIXAS: I-INCLUI/ALTERA E-EXCLUI C-CONSULTA".
           DISPLAY "B-CALCULA A-APLICA R-EXTRATO F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM MANUTENCAO-FAIXA
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-FAIXA
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-FAIXAS
               WHEN "B"  WHEN "b"  PERFORM CALCULA-BENEFICIOS
               WHEN "A"  WHEN "a"  PERFORM APLICA-BENEFICIOS
               WHEN "R"  WHEN "r"  PERFORM EXTRATO-TURMA
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

      *----------------------------------------------------------------
      *    MANUTENCAO-FAIXA - cada faixa e' o minimo de contratos
      *    assinados a partir do qual vale o desconto e/ou o produto
      *    gratis; o produto e' conferido no GRDPRD como no PDP111.
      *----------------------------------------------------------------
       MANUTENCAO-FAIXA SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO MANUTENCAO-FAIXA-EXIT.
           DISPLAY "MINIMO DE CONTRATOS DA FAIXA.........: "
               WITH NO ADVANCING.
           ACCEPT MINIMO-PARM.
           IF   MINIMO-PARM EQUAL ZEROS
                DISPLAY "MINIMO DE CONTRATOS OBRIGATORIO."
                GO TO MANUTENCAO-FAIXA-EXIT.

           MOVE CURSO-PARM  TO CURSO-CO76.
           MOVE TURMA-PARM  TO TURMA-CO76.
           MOVE MINIMO-PARM TO MIN-CONTRATOS-CO76.
           MOVE ZEROS       TO PERC-ANTES-W.
           READ COD076
               INVALID KEY
                   MOVE ZEROS TO PERC-DESCONTO-CO76 PRODUTO-CO76
                                 MODELO-CO76 QTDE-PRODUTO-CO76
               NOT INVALID KEY
                   MOVE PERC-DESCONTO-CO76 TO PERC-ANTES-W
                                              PERC-EDIT-W
                   DISPLAY "FAIXA ATUAL: DESCONTO " PERC-EDIT-W
                           "% PRODUTO " PRODUTO-CO76 "/"
                           MODELO-CO76 " X " QTDE-PRODUTO-CO76
           END-READ.

           DISPLAY "% DE DESCONTO NO CONTRATO (999V99)...: "
               WITH NO ADVANCING.
           ACCEPT PERC-DESCONTO-CO76.
           DISPLAY "PRODUTO GRATIS (0 = NENHUM)..........: "
               WITH NO ADVANCING.
           ACCEPT PRODUTO-CO76.
           IF   PRODUTO-CO76 EQUAL ZEROS
                MOVE ZEROS TO MODELO-CO76 QTDE-PRODUTO-CO76
           ELSE
                DISPLAY "MODELO...............................: "
                    WITH NO ADVANCING
                ACCEPT MODELO-CO76
                DISPLAY "QUANTIDADE GRATIS....................: "
                    WITH NO ADVANCING
                ACCEPT QTDE-PRODUTO-CO76
                MOVE PRODUTO-CO76 TO PRODUTO-PRD
                MOVE MODELO-CO76  TO MODELO-PRD
                CALL "GRDPRD" USING PARAMETROS-GRDPRD
                IF   GRDPRD-RETORNO NOT EQUAL "00"
                AND  GRDPRD-RETORNO NOT EQUAL "02"
                     DISPLAY "PRODUTO/MODELO NAO CADASTRADO - FAIXA"
                             " NAO GRAVADA."
                     GO TO MANUTENCAO-FAIXA-EXIT
                END-IF
                DISPLAY "PRODUTO: " DESCR-PRODUTO-PRD.

           IF   PERC-DESCONTO-CO76 EQUAL ZEROS
           AND  QTDE-PRODUTO-CO76 EQUAL ZEROS
                DISPLAY "FAIXA SEM DESCONTO NEM PRODUTO - NAO GRAVADA."
                GO TO MANUTENCAO-FAIXA-EXIT.
           IF   PERC-DESCONTO-CO76 GREATER 100
                DISPLAY "DESCONTO ACIMA DE 100% - FAIXA NAO GRAVADA."
                GO TO MANUTENCAO-FAIXA-EXIT.
           MOVE USUARIO-PARM TO USUARIO-CO76.

           WRITE REG-COD076
               INVALID KEY
                   REWRITE REG-COD076
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO COD076: " ST-COD076
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-FAIXA
                           DISPLAY "FAIXA ALTERADA."
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-FAIXA
                   DISPLAY "FAIXA INCLUIDA."
           END-WRITE.

       MANUTENCAO-FAIXA-EXIT. EXIT.

       EXCLUI-FAIXA SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO EXCLUI-FAIXA-EXIT.
           DISPLAY "MINIMO DE CONTRATOS DA FAIXA.........: "
               WITH NO ADVANCING.
           ACCEPT MINIMO-PARM.
           MOVE CURSO-PARM  TO CURSO-CO76.
           MOVE TURMA-PARM  TO TURMA-CO76.
           MOVE MINIMO-PARM TO MIN-CONTRATOS-CO76.
           READ COD076
               INVALID KEY
                   DISPLAY "FAIXA NAO ENCONTRADA."
                   GO TO EXCLUI-FAIXA-EXIT
           END-READ.
           MOVE PERC-DESCONTO-CO76 TO PERC-ANTES-W.
           DELETE COD076
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO COD076: " ST-COD076
               NOT INVALID KEY
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   MOVE ZEROS      TO PERC-DESCONTO-CO76
                   PERFORM GRAVA-LOG-FAIXA
                   DISPLAY "FAIXA EXCLUIDA."
           END-DELETE.

       EXCLUI-FAIXA-EXIT. EXIT.

       CONSULTA-FAIXAS SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO CONSULTA-FAIXAS-EXIT.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE CURSO-PARM TO CURSO-CO76.
           MOVE TURMA-PARM TO TURMA-CO76.
           MOVE ZEROS      TO MIN-CONTRATOS-CO76.
           START COD076 KEY IS NOT LESS CHAVE-CO76
               INVALID KEY
                   DISPLAY "TURMA SEM FAIXAS DE CORTESIA."
                   GO TO CONSULTA-FAIXAS-EXIT.
           PERFORM LISTA-FAIXA UNTIL FIM-VARREDURA-TRUE.

       CONSULTA-FAIXAS-EXIT. EXIT.

       LISTA-FAIXA SECTION.
           READ COD076 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-FAIXA-EXIT.
           IF   CURSO-CO76 NOT EQUAL CURSO-PARM
           OR   TURMA-CO76 NOT EQUAL TURMA-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-FAIXA-EXIT.
           MOVE PERC-DESCONTO-CO76 TO PERC-EDIT-W.
           DISPLAY "A PARTIR DE " MIN-CONTRATOS-CO76
                   " CONTRATOS: DESCONTO " PERC-EDIT-W
                   "% PRODUTO " PRODUTO-CO76 "/" MODELO-CO76
                   " X " QTDE-PRODUTO-CO76.
           GO TO LISTA-FAIXA.

       LISTA-FAIXA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-BENEFICIOS - carrega a comissao da turma, conta os
      *    contratos vigentes (SITUACAO-CO41 = 0) numa varredura
      *    completa do COD041 guardando o contrato de cada membro,
      *    acha a maior faixa atingida e grava o beneficio de cada
      *    membro no COD077, preservando o que ja foi concedido.
      *----------------------------------------------------------------
       CALCULA-BENEFICIOS SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO CALCULA-BENEFICIOS-EXIT.

           MOVE ZEROS TO QTDE-MEMBROS-W FIM-VARREDURA-W.
           MOVE CURSO-PARM TO CURSO-CO55.
           MOVE TURMA-PARM TO TURMA-CO55.
           MOVE ZEROS      TO SEQ-MEMBRO-CO55.
           START COD055 KEY IS NOT LESS CHAVE-CO55
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM CARREGA-MEMBRO UNTIL FIM-VARREDURA-TRUE.
           IF   QTDE-MEMBROS-W EQUAL ZEROS
                DISPLAY "TURMA SEM COMISSAO REGISTRADA (COP068)."
                GO TO CALCULA-BENEFICIOS-EXIT.

           MOVE ZEROS  TO QTDE-CONTRATOS-W FIM-VARREDURA-W.
           MOVE ZEROS  TO NR-CONTRATO-CO41.
           MOVE SPACES TO CURSO-CO41 TURMA-CO41.
           START COD041 KEY IS NOT LESS CHAVE-CO41 IN REG-COD041
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM CONTA-CONTRATO UNTIL FIM-VARREDURA-TRUE.

           PERFORM PROCURA-FAIXA.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM GRAVA-BENEFICIO
                   VARYING MEMBRO-IDX-W FROM 1 BY 1
                   UNTIL MEMBRO-IDX-W GREATER QTDE-MEMBROS-W.

           DISPLAY "CONTRATOS VIGENTES NA TURMA..........: "
                   QTDE-CONTRATOS-W.
           IF   FAIXA-W EQUAL ZEROS
                DISPLAY "TURMA ABAIXO DA PRIMEIRA FAIXA - SEM "
                        "BENEFICIO."
           ELSE
                DISPLAY "FAIXA ATINGIDA (A PARTIR DE).........: "
                        FAIXA-W.
           DISPLAY "BENEFICIOS CALCULADOS - VER O EXTRATO (OPCAO R).".

       CALCULA-BENEFICIOS-EXIT. EXIT.

       CARREGA-MEMBRO SECTION.
           READ COD055 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO CARREGA-MEMBRO-EXIT.
           IF   CURSO-CO55 NOT EQUAL CURSO-PARM
           OR   TURMA-CO55 NOT EQUAL TURMA-PARM
           OR   QTDE-MEMBROS-W EQUAL 99
                MOVE 1 TO FIM-VARREDURA-W
                GO TO CARREGA-MEMBRO-EXIT.
           ADD 1 TO QTDE-MEMBROS-W.
           MOVE SEQ-MEMBRO-CO55      TO SEQ-MEMBRO-W(QTDE-MEMBROS-W).
           MOVE CLASSIF-CLIENTE-CO55 TO
                CLASSIF-MEMBRO-W(QTDE-MEMBROS-W).
           MOVE CODIGO-CLIENTE-CO55  TO
                CODIGO-MEMBRO-W(QTDE-MEMBROS-W).
           MOVE ZEROS TO CONTRATO-MEMBRO-W(QTDE-MEMBROS-W)
                         VALOR-MEMBRO-W(QTDE-MEMBROS-W).

       CARREGA-MEMBRO-EXIT. EXIT.

       CONTA-CONTRATO SECTION.
           READ COD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO CONTA-CONTRATO-EXIT.
           IF   CURSO-CO41 NOT EQUAL CURSO-PARM
           OR   TURMA-CO41 NOT EQUAL TURMA-PARM
           OR   SITUACAO-CO41 NOT EQUAL 0
                GO TO CONTA-CONTRATO-EXIT.
           ADD 1 TO QTDE-CONTRATOS-W.
           PERFORM CONFERE-MEMBRO
                   VARYING MEMBRO-IDX-W FROM 1 BY 1
                   UNTIL MEMBRO-IDX-W GREATER QTDE-MEMBROS-W.

       CONTA-CONTRATO-EXIT. EXIT.

      *    membro que e' so contato direto (codigo zerado) nao tem
      *    contrato proprio; com mais de um, vale o primeiro achado
       CONFERE-MEMBRO SECTION.
           IF   CODIGO-MEMBRO-W(MEMBRO-IDX-W) EQUAL ZEROS
           OR   CONTRATO-MEMBRO-W(MEMBRO-IDX-W) NOT EQUAL ZEROS
                GO TO CONFERE-MEMBRO-EXIT.
           IF   CLASSIF-MEMBRO-W(MEMBRO-IDX-W) EQUAL
                CLASSIF-CLIENTE-CO41
           AND  CODIGO-MEMBRO-W(MEMBRO-IDX-W) EQUAL
                CODIGO-CLIENTE-CO41
                MOVE NR-CONTRATO-CO41 TO
                     CONTRATO-MEMBRO-W(MEMBRO-IDX-W)
                MOVE VALOR-CONTRATO-CO41 TO
                     VALOR-MEMBRO-W(MEMBRO-IDX-W).

       CONFERE-MEMBRO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCURA-FAIXA - as faixas vem em ordem crescente de minimo;
      *    vale a ultima cujo minimo a turma atingiu. O produto gratis
      *    e' valorizado pelo preco de tabela do GRDPRD.
      *----------------------------------------------------------------
       PROCURA-FAIXA SECTION.
           MOVE ZEROS TO FAIXA-W PERC-DESCONTO-W PRODUTO-W MODELO-W
                         QTDE-PRODUTO-W VALOR-PRODUTOS-W
                         FIM-VARREDURA-W.
           MOVE CURSO-PARM TO CURSO-CO76.
           MOVE TURMA-PARM TO TURMA-CO76.
           MOVE ZEROS      TO MIN-CONTRATOS-CO76.
           START COD076 KEY IS NOT LESS CHAVE-CO76
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM CONFERE-FAIXA UNTIL FIM-VARREDURA-TRUE.

           IF   QTDE-PRODUTO-W NOT EQUAL ZEROS
                MOVE PRODUTO-W TO PRODUTO-PRD
                MOVE MODELO-W  TO MODELO-PRD
                CALL "GRDPRD" USING PARAMETROS-GRDPRD
                IF   GRDPRD-RETORNO EQUAL "00"
                OR   GRDPRD-RETORNO EQUAL "02"
                     COMPUTE VALOR-PRODUTOS-W =
                             PRECO-PRODUTO-PRD * QTDE-PRODUTO-W
                ELSE
                     DISPLAY "PRODUTO DA FAIXA SEM PRECO NO GRDPRD ("
                             GRDPRD-RETORNO ") - VALOR ZERO."
                END-IF
           END-IF.

       PROCURA-FAIXA-EXIT. EXIT.

       CONFERE-FAIXA SECTION.
           READ COD076 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO CONFERE-FAIXA-EXIT.
           IF   CURSO-CO76 NOT EQUAL CURSO-PARM
           OR   TURMA-CO76 NOT EQUAL TURMA-PARM
           OR   MIN-CONTRATOS-CO76 GREATER QTDE-CONTRATOS-W
                MOVE 1 TO FIM-VARREDURA-W
                GO TO CONFERE-FAIXA-EXIT.
           MOVE MIN-CONTRATOS-CO76 TO FAIXA-W.
           MOVE PERC-DESCONTO-CO76 TO PERC-DESCONTO-W.
           MOVE PRODUTO-CO76       TO PRODUTO-W.
           MOVE MODELO-CO76        TO MODELO-W.
           MOVE QTDE-PRODUTO-CO76  TO QTDE-PRODUTO-W.

       CONFERE-FAIXA-EXIT. EXIT.

       GRAVA-BENEFICIO SECTION.
           MOVE CURSO-PARM TO CURSO-CO77.
           MOVE TURMA-PARM TO TURMA-CO77.
           MOVE SEQ-MEMBRO-W(MEMBRO-IDX-W) TO SEQ-MEMBRO-CO77.
           MOVE ZEROS TO CALCULO-ACHADO-W.
           READ COD077
               INVALID KEY
                   MOVE ZEROS  TO VALOR-APLICADO-CO77 FORMA-CO77
                                  DATA-APLICACAO-CO77
               NOT INVALID KEY
                   MOVE 1 TO CALCULO-ACHADO-W
           END-READ.

           MOVE DATA-HOJE-W      TO DATA-CALCULO-CO77.
           MOVE QTDE-CONTRATOS-W TO QTDE-CONTRATOS-CO77.
           MOVE FAIXA-W          TO FAIXA-CO77.
           MOVE PERC-DESCONTO-W  TO PERC-DESCONTO-CO77.
           MOVE PRODUTO-W        TO PRODUTO-CO77.
           MOVE MODELO-W         TO MODELO-CO77.
           MOVE QTDE-PRODUTO-W   TO QTDE-PRODUTO-CO77.
           MOVE VALOR-PRODUTOS-W TO VALOR-PRODUTOS-CO77.
           MOVE CONTRATO-MEMBRO-W(MEMBRO-IDX-W) TO NR-CONTRATO-CO77.
           MOVE VALOR-MEMBRO-W(MEMBRO-IDX-W)    TO VALOR-CONTRATO-CO77.
           COMPUTE VALOR-DESCONTO-CO77 ROUNDED =
                   VALOR-CONTRATO-CO77 * PERC-DESCONTO-CO77 / 100.
           COMPUTE VALOR-BENEFICIO-CO77 =
                   VALOR-DESCONTO-CO77 + VALOR-PRODUTOS-CO77.
           MOVE USUARIO-PARM     TO USUARIO-CO77.

           IF   CALCULO-ACHADO-W EQUAL 1
                REWRITE REG-COD077
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD077: " ST-COD077
                END-REWRITE
           ELSE
                WRITE REG-COD077
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD077: " ST-COD077
                END-WRITE.

       GRAVA-BENEFICIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APLICA-BENEFICIOS - concede a diferenca entre o beneficio
      *    calculado e o ja concedido, de um membro ou de toda a
      *    comissao: como credito do membro no COD051 ou como aditivo
      *    de desconto no contrato proprio dele (COD046 + COD041).
      *----------------------------------------------------------------
       APLICA-BENEFICIOS SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO APLICA-BENEFICIOS-EXIT.
           DISPLAY "SEQUENCIA DO MEMBRO (00 = TODOS).....: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           DISPLAY "C-CREDITO NO COD051 D-DESCONTO NO CONTRATO: "
               WITH NO ADVANCING.
           ACCEPT FORMA-W.
           IF   FORMA-W EQUAL "c"
                MOVE "C" TO FORMA-W.
           IF   FORMA-W EQUAL "d"
                MOVE "D" TO FORMA-W.
           IF   FORMA-W NOT EQUAL "C" AND FORMA-W NOT EQUAL "D"
                DISPLAY "FORMA INVALIDA."
                GO TO APLICA-BENEFICIOS-EXIT.

           MOVE ZEROS TO PROTEGIDO-W.
           IF   FORMA-W EQUAL "D"
                MOVE "P"                   TO FUNCAO-APR
                MOVE "COD041"              TO ARQUIVO-APR
                MOVE "VALOR-CONTRATO-CO41" TO CAMPO-APR
                CALL "USP007V" USING PARAMETROS-USP007V
                IF   USP007V-RETORNO EQUAL "00"
                     DISPLAY "VALOR DO CONTRATO PROTEGIDO (USD006) -"
                             " CONCEDA COMO CREDITO OU PELO COP052."
                     GO TO APLICA-BENEFICIOS-EXIT
                END-IF
           END-IF.

           DISPLAY "CONFIRMA A CONCESSAO (S/N)...........: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO APLICA-BENEFICIOS-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-CONCEDIDOS-W FIM-VARREDURA-W.
           MOVE CURSO-PARM TO CURSO-CO77.
           MOVE TURMA-PARM TO TURMA-CO77.
           MOVE SEQ-PARM   TO SEQ-MEMBRO-CO77.
           START COD077 KEY IS NOT LESS CHAVE-CO77
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM APLICA-MEMBRO UNTIL FIM-VARREDURA-TRUE.
           DISPLAY "BENEFICIOS CONCEDIDOS................: "
                   QTDE-CONCEDIDOS-W.

       APLICA-BENEFICIOS-EXIT. EXIT.

       APLICA-MEMBRO SECTION.
           READ COD077 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO APLICA-MEMBRO-EXIT.
           IF   CURSO-CO77 NOT EQUAL CURSO-PARM
           OR   TURMA-CO77 NOT EQUAL TURMA-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO APLICA-MEMBRO-EXIT.
           IF   SEQ-PARM NOT EQUAL ZEROS
           AND  SEQ-MEMBRO-CO77 NOT EQUAL SEQ-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO APLICA-MEMBRO-EXIT.

           COMPUTE VALOR-PENDENTE-W =
                   VALOR-BENEFICIO-CO77 - VALOR-APLICADO-CO77.
           IF   VALOR-PENDENTE-W NOT GREATER ZEROS
                DISPLAY "MEMBRO " SEQ-MEMBRO-CO77
                        " - NADA A CONCEDER."
                GO TO APLICA-MEMBRO-EXIT.

           IF   FORMA-W EQUAL "C"
                PERFORM CONCEDE-CREDITO
           ELSE
                PERFORM CONCEDE-ADITIVO.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO APLICA-MEMBRO-EXIT.

           MOVE VALOR-APLICADO-CO77 TO APLICADO-ANTES-W.
           ADD  VALOR-PENDENTE-W    TO VALOR-APLICADO-CO77.
           IF   FORMA-W EQUAL "C"
                MOVE 1 TO FORMA-CO77
           ELSE
                MOVE 2 TO FORMA-CO77.
           MOVE DATA-HOJE-W  TO DATA-APLICACAO-CO77.
           MOVE USUARIO-PARM TO USUARIO-CO77.
           REWRITE REG-COD077
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD077: " ST-COD077
               NOT INVALID KEY
                   PERFORM GRAVA-LOG-BENEFICIO
                   ADD 1 TO QTDE-CONCEDIDOS-W
                   MOVE VALOR-PENDENTE-W TO VALOR-EDIT-W
                   DISPLAY "MEMBRO " SEQ-MEMBRO-CO77
                           " - CONCEDIDO " VALOR-EDIT-W
           END-REWRITE.

       APLICA-MEMBRO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONCEDE-CREDITO - credito do membro no COD051 nos moldes do
      *    GERA-CREDITO-CLIENTE de COP054; contato direto, sem
      *    cadastro de cliente, nao tem conta de credito.
      *----------------------------------------------------------------
       CONCEDE-CREDITO SECTION.
           MOVE CURSO-CO77      TO CURSO-CO55.
           MOVE TURMA-CO77      TO TURMA-CO55.
           MOVE SEQ-MEMBRO-CO77 TO SEQ-MEMBRO-CO55.
           READ COD055
               INVALID KEY
                   DISPLAY "MEMBRO " SEQ-MEMBRO-CO77
                           " NAO ESTA MAIS NA COMISSAO."
                   MOVE 1 TO ERRO-W
                   GO TO CONCEDE-CREDITO-EXIT
           END-READ.
           IF   CODIGO-CLIENTE-CO55 EQUAL ZEROS
                DISPLAY "MEMBRO " SEQ-MEMBRO-CO77
                        " SEM CADASTRO DE CLIENTE - SEM CREDITO."
                MOVE 1 TO ERRO-W
                GO TO CONCEDE-CREDITO-EXIT.

           MOVE CLASSIF-CLIENTE-CO55 TO CLASSIF-CO51.
           MOVE CODIGO-CLIENTE-CO55  TO CODIGO-CO51.
           MOVE DATA-HOJE-W          TO DATA-MOV-CO51.
           MOVE 1                    TO SEQ-CO51.
           MOVE 0                    TO TIPO-MOV-CO51.
           MOVE VALOR-PENDENTE-W     TO VALOR-CO51.
           MOVE SPACES               TO ORIGEM-CO51.
           STRING "COP095 " CURSO-CO77 TURMA-CO77 SEQ-MEMBRO-CO77
                  DELIMITED BY SIZE INTO ORIGEM-CO51.
           MOVE "CORTESIA COMISSAO FORMATURA" TO HISTORICO-CO51.
           MOVE USUARIO-PARM         TO USUARIO-CO51.
           MOVE ZEROS TO MOV-GRAVADO-W TENTA-MOV-W.
           PERFORM GRAVA-CREDITO-FISICO
                   UNTIL MOV-GRAVADO-W EQUAL 1
                      OR TENTA-MOV-W GREATER 9999.
           IF   MOV-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO COD051: " ST-COD051
                MOVE 1 TO ERRO-W.

       CONCEDE-CREDITO-EXIT. EXIT.

       GRAVA-CREDITO-FISICO SECTION.
           WRITE REG-COD051
               INVALID KEY
                   ADD 1 TO SEQ-CO51
                   ADD 1 TO TENTA-MOV-W
               NOT INVALID KEY
                   MOVE 1 TO MOV-GRAVADO-W
           END-WRITE.

       GRAVA-CREDITO-FISICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONCEDE-ADITIVO - como no COP052, o aditivo e' gravado
      *    antes do contrato: se cair no meio, o historico existe e o
      *    valor antigo segue valendo.
      *----------------------------------------------------------------
       CONCEDE-ADITIVO SECTION.
           IF   NR-CONTRATO-CO77 EQUAL ZEROS
                DISPLAY "MEMBRO " SEQ-MEMBRO-CO77
                        " SEM CONTRATO PROPRIO - USE O CREDITO."
                MOVE 1 TO ERRO-W
                GO TO CONCEDE-ADITIVO-EXIT.
           MOVE NR-CONTRATO-CO77 TO NR-CONTRATO-CO41.
           MOVE CURSO-CO77       TO CURSO-CO41.
           MOVE TURMA-CO77       TO TURMA-CO41.
           READ COD041
               INVALID KEY
                   DISPLAY "CONTRATO " NR-CONTRATO-CO77
                           " NAO ENCONTRADO EM COD041."
                   MOVE 1 TO ERRO-W
                   GO TO CONCEDE-ADITIVO-EXIT
           END-READ.
           IF   SITUACAO-CO41 NOT EQUAL 0
                DISPLAY "CONTRATO " NR-CONTRATO-CO77
                        " NAO ESTA VIGENTE."
                MOVE 1 TO ERRO-W
                GO TO CONCEDE-ADITIVO-EXIT.
           IF   VALOR-CONTRATO-CO41 LESS VALOR-PENDENTE-W
                DISPLAY "CONTRATO " NR-CONTRATO-CO77
                        " MENOR QUE O BENEFICIO - USE O CREDITO."
                MOVE 1 TO ERRO-W
                GO TO CONCEDE-ADITIVO-EXIT.

           PERFORM PROCURA-ULT-SEQ-ADITIVO.
           MOVE NR-CONTRATO-CO41     TO NR-CONTRATO-CO46.
           COMPUTE SEQ-ADITIVO-CO46 = ULT-SEQ-W + 1.
           MOVE CURSO-CO41           TO CURSO-CO46.
           MOVE TURMA-CO41           TO TURMA-CO46.
           MOVE DATA-HOJE-W          TO DATA-ADITIVO-CO46.
           MOVE VALOR-CONTRATO-CO41  TO VALOR-ANTERIOR-CO46
                                        VALOR-ANTES-W.
           COMPUTE VALOR-NOVO-CO46 =
                   VALOR-CONTRATO-CO41 - VALOR-PENDENTE-W.
           MOVE "CORTESIA COMISSAO FORMATURA" TO MOTIVO-CO46.
           MOVE USUARIO-PARM         TO USUARIO-CO46.
           WRITE REG-COD046
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD046: " ST-COD046
                           " CONTRATO " NR-CONTRATO-CO41
                   MOVE 1 TO ERRO-W
                   GO TO CONCEDE-ADITIVO-EXIT
           END-WRITE.

           MOVE VALOR-NOVO-CO46 TO VALOR-CONTRATO-CO41.
           REWRITE REG-COD041
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD041: " ST-COD041
                           " CONTRATO " NR-CONTRATO-CO41
                   MOVE 1 TO ERRO-W
               NOT INVALID KEY
                   PERFORM GRAVA-LOG-CONTRATO
           END-REWRITE.

       CONCEDE-ADITIVO-EXIT. EXIT.

       PROCURA-ULT-SEQ-ADITIVO SECTION.
           MOVE ZEROS TO ULT-SEQ-W.
           MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-CO46.
           MOVE ZEROS            TO SEQ-ADITIVO-CO46.
           START COD046 KEY IS NOT LESS CHAVE-CO46
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM PROCURA-ULT-SEQ-LOOP
           END-START.

       PROCURA-ULT-SEQ-ADITIVO-EXIT. EXIT.

       PROCURA-ULT-SEQ-LOOP SECTION.
           READ COD046 NEXT RECORD
               AT END
                   GO TO PROCURA-ULT-SEQ-LOOP-EXIT
           END-READ.
           IF   NR-CONTRATO-CO46 NOT EQUAL NR-CONTRATO-CO41
                GO TO PROCURA-ULT-SEQ-LOOP-EXIT.
           MOVE SEQ-ADITIVO-CO46 TO ULT-SEQ-W.
           GO TO PROCURA-ULT-SEQ-LOOP.

       PROCURA-ULT-SEQ-LOOP-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EXTRATO-TURMA - resumo do ultimo calculo, as faixas da
      *    turma com a atingida marcada e, por membro, contrato,
      *    desconto, produtos, beneficio e o que ja foi concedido.
      *----------------------------------------------------------------
       EXTRATO-TURMA SECTION.
           PERFORM SOLICITA-TURMA.
           IF   ERRO-W NOT EQUAL 0
                GO TO EXTRATO-TURMA-EXIT.
           MOVE CURSO-PARM TO CURSO-CO77.
           MOVE TURMA-PARM TO TURMA-CO77.
           MOVE ZEROS      TO SEQ-MEMBRO-CO77.
           START COD077 KEY IS NOT LESS CHAVE-CO77
               INVALID KEY
                   MOVE HIGH-VALUES TO CURSO-CO77
           END-START.
           IF   CURSO-CO77 NOT EQUAL HIGH-VALUES
                READ COD077 NEXT RECORD
                    AT END
                        MOVE HIGH-VALUES TO CURSO-CO77
                END-READ
           END-IF.
           IF   CURSO-CO77 NOT EQUAL CURSO-PARM
           OR   TURMA-CO77 NOT EQUAL TURMA-PARM
                DISPLAY "TURMA SEM CALCULO - USE A OPCAO B."
                GO TO EXTRATO-TURMA-EXIT.

           MOVE QTDE-CONTRATOS-CO77 TO QTDE-CONTRATOS-W
                                       QTDE-CONTRATOS-REL.
           MOVE FAIXA-CO77          TO FAIXA-W FAIXA-RES-REL.
           MOVE DATA-CALCULO-CO77(7:2) TO DIA-DMA-W.
           MOVE DATA-CALCULO-CO77(5:2) TO MES-DMA-W.
           MOVE DATA-CALCULO-CO77(1:4) TO ANO-DMA-W.
           MOVE DATA-DMA-R          TO DATA-CALCULO-REL.

           MOVE CURSO-PARM TO CURSO-CAB.
           MOVE TURMA-PARM TO TURMA-CAB.
           MOVE ZEROS TO PAG-W LIN TOTAL-BENEFICIO-W TOTAL-APLICADO-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINRES.
           ADD 1 TO LIN.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE CURSO-PARM TO CURSO-CO76.
           MOVE TURMA-PARM TO TURMA-CO76.
           MOVE ZEROS      TO MIN-CONTRATOS-CO76.
           START COD076 KEY IS NOT LESS CHAVE-CO76
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM IMPRIME-FAIXA UNTIL FIM-VARREDURA-TRUE.

           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT FROM CAB04 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD 3 TO LIN.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE CURSO-PARM TO CURSO-CO55.
           MOVE TURMA-PARM TO TURMA-CO55.
           MOVE ZEROS      TO SEQ-MEMBRO-CO55.
           START COD055 KEY IS NOT LESS CHAVE-CO55
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM IMPRIME-MEMBRO UNTIL FIM-VARREDURA-TRUE.

           MOVE TOTAL-BENEFICIO-W TO TOTAL-BENEFICIO-REL.
           MOVE TOTAL-APLICADO-W  TO TOTAL-APLICADO-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "EXTRATO DA TURMA IMPRESSO.".

       EXTRATO-TURMA-EXIT. EXIT.

       IMPRIME-FAIXA SECTION.
           READ COD076 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-FAIXA-EXIT.
           IF   CURSO-CO76 NOT EQUAL CURSO-PARM
           OR   TURMA-CO76 NOT EQUAL TURMA-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO IMPRIME-FAIXA-EXIT.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE MIN-CONTRATOS-CO76 TO MINIMO-REL.
           MOVE PERC-DESCONTO-CO76 TO PERC-FAIXA-REL.
           MOVE PRODUTO-CO76       TO PRODUTO-FAIXA-REL.
           MOVE MODELO-CO76        TO MODELO-FAIXA-REL.
           MOVE QTDE-PRODUTO-CO76  TO QTDE-FAIXA-REL.
           IF   MIN-CONTRATOS-CO76 EQUAL FAIXA-W
                MOVE "<= ATINGIDA" TO ATINGIDA-REL
           ELSE
                IF   MIN-CONTRATOS-CO76 GREATER QTDE-CONTRATOS-W
                     MOVE "NAO ATINGIDA" TO ATINGIDA-REL
                ELSE
                     MOVE SPACES TO ATINGIDA-REL
                END-IF
           END-IF.
           WRITE REG-RELAT FROM LINFAI.
           ADD 1 TO LIN.
           GO TO IMPRIME-FAIXA.

       IMPRIME-FAIXA-EXIT. EXIT.

       IMPRIME-MEMBRO SECTION.
           READ COD055 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-MEMBRO-EXIT.
           IF   CURSO-CO55 NOT EQUAL CURSO-PARM
           OR   TURMA-CO55 NOT EQUAL TURMA-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO IMPRIME-MEMBRO-EXIT.
           IF   LIN GREATER 54
                PERFORM CABECALHO
                WRITE REG-RELAT FROM CAB04
                ADD 1 TO LIN.

           MOVE SEQ-MEMBRO-CO55 TO SEQ-REL.
           MOVE CARGO-CO55      TO CARGO-REL.
           MOVE NOME-CO55       TO NOME-REL.
           MOVE SPACES          TO OBS-REL FORMA-REL.
           MOVE CURSO-CO55      TO CURSO-CO77.
           MOVE TURMA-CO55      TO TURMA-CO77.
           MOVE SEQ-MEMBRO-CO55 TO SEQ-MEMBRO-CO77.
           READ COD077
               INVALID KEY
                   INITIALIZE REG-COD077
                   MOVE "SEM CALCULO - MEMBRO NOVO" TO OBS-REL
           END-READ.

           MOVE NR-CONTRATO-CO77     TO CONTRATO-REL.
           MOVE VALOR-CONTRATO-CO77  TO VALOR-CONTRATO-REL.
           WRITE REG-RELAT FROM LINDET.
           MOVE PERC-DESCONTO-CO77   TO PERC-REL.
           MOVE VALOR-DESCONTO-CO77  TO VALOR-DESCONTO-REL.
           MOVE VALOR-PRODUTOS-CO77  TO VALOR-PRODUTOS-REL.
           MOVE VALOR-BENEFICIO-CO77 TO VALOR-BENEFICIO-REL.
           WRITE REG-RELAT FROM LINDET2.
           MOVE VALOR-APLICADO-CO77  TO VALOR-APLICADO-REL.
           EVALUATE FORMA-CO77
               WHEN 1     MOVE "CREDITO COD051" TO FORMA-REL
               WHEN 2     MOVE "ADITIVO COD046" TO FORMA-REL
               WHEN OTHER MOVE "NAO CONCEDIDO"  TO FORMA-REL
           END-EVALUATE.
           MOVE DATA-APLICACAO-CO77(7:2) TO DIA-DMA-W.
           MOVE DATA-APLICACAO-CO77(5:2) TO MES-DMA-W.
           MOVE DATA-APLICACAO-CO77(1:4) TO ANO-DMA-W.
           MOVE DATA-DMA-R               TO DATA-APLICACAO-REL.
           IF   OBS-REL EQUAL SPACES
                IF   CODIGO-CLIENTE-CO55 EQUAL ZEROS
                     MOVE "CONTATO SEM CADASTRO" TO OBS-REL
                ELSE
                     IF   NR-CONTRATO-CO77 EQUAL ZEROS
                          MOVE "SEM CONTRATO NA TURMA" TO OBS-REL
                     END-IF
                END-IF
           END-IF.
           WRITE REG-RELAT FROM LINDET3.
           ADD 3 TO LIN.
           ADD VALOR-BENEFICIO-CO77 TO TOTAL-BENEFICIO-W.
           ADD VALOR-APLICADO-CO77  TO TOTAL-APLICADO-W.
           GO TO IMPRIME-MEMBRO.

       IMPRIME-MEMBRO-EXIT. EXIT.

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
      *    GRAVA-LOG-FAIXA / GRAVA-LOG-BENEFICIO / GRAVA-LOG-CONTRATO
      *    - trilha em LOG003 nos moldes do GRAVA-LOG-ADITIVO de
      *    COP052, com a colisao de periodo resolvida no
      *    GRAVA-LOG-FISICA.
      *----------------------------------------------------------------
       GRAVA-LOG-FAIXA SECTION.
           PERFORM PREPARA-LOG.
           MOVE "COD076"           TO LOG3-ARQUIVO.
           MOVE CURSO-CO76         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO76         TO LOG3-CHAVE-REG(6:3).
           MOVE MIN-CONTRATOS-CO76 TO LOG3-CHAVE-REG(10:4).
           MOVE "PERC-DESCONTO-CO76" TO LOG3-CAMPO.
           MOVE PERC-ANTES-W       TO PERC-EDIT-W.
           MOVE PERC-EDIT-W        TO LOG3-VALOR-ANTERIOR(1:6).
           MOVE PERC-DESCONTO-CO76 TO PERC-EDIT-W.
           MOVE PERC-EDIT-W        TO LOG3-VALOR-ATUAL(1:6).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-FAIXA-EXIT. EXIT.

       GRAVA-LOG-BENEFICIO SECTION.
           PERFORM PREPARA-LOG.
           MOVE "ALTERACAO"        TO LOG3-OPERACAO.
           MOVE "COD077"           TO LOG3-ARQUIVO.
           MOVE CURSO-CO77         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO77         TO LOG3-CHAVE-REG(6:3).
           MOVE SEQ-MEMBRO-CO77    TO LOG3-CHAVE-REG(10:2).
           MOVE "VALOR-APLICADO-CO77" TO LOG3-CAMPO.
           MOVE APLICADO-ANTES-W   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ANTERIOR(1:13).
           MOVE VALOR-APLICADO-CO77 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ATUAL(1:13).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-BENEFICIO-EXIT. EXIT.

       GRAVA-LOG-CONTRATO SECTION.
           PERFORM PREPARA-LOG.
           MOVE "ALTERACAO"        TO LOG3-OPERACAO.
           MOVE "COD041"           TO LOG3-ARQUIVO.
           MOVE CHAVE-CO41 OF REG-COD041 TO LOG3-CHAVE-REG(1:13).
           MOVE "VALOR-CONTRATO-CO41" TO LOG3-CAMPO.
           MOVE VALOR-ANTES-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ANTERIOR(1:13).
           MOVE VALOR-CONTRATO-CO41 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO LOG3-VALOR-ATUAL(1:13).
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-CONTRATO-EXIT. EXIT.

       PREPARA-LOG SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE SPACES             TO LOG3-CHAVE-REG
                                      LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
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
           CLOSE COD041 COD043 COD046 COD051 COD055 COD076 COD077
                 LOG003.

       END PROGRAM COP095.
