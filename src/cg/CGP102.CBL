       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP102.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RETORNO DO BUREAU DE SMS/E-MAIL (DEVOLUCOES DO QUE O
      *        CGP098 MANDOU): IMPORTA O ARQUIVO DE RETORNO E MARCA
      *        CADA E-MAIL OU CELULAR DEVOLVIDO NO CGD017, COM DATA,
      *        MOTIVO E CONTAGEM DE FALHAS DEFINITIVAS (HARD) E
      *        TEMPORARIAS (SOFT); HARD INVALIDA O CONTATO E, NO
      *        LIMITE CONFIGURADO (REGISTRO DE CONTROLE DO CGD017,
      *        OPCAO P), O CGP098 DEIXA DE ENVIAR PARA ELE (GRDDEV).
      *        A LISTA DE PENDENCIAS (OPCAO L) E' O ROTEIRO DO BALCAO
      *        PARA ATUALIZAR O CLIENTE QUANDO ELE LIGAR: CORRIGIDO O
      *        CONTATO NO CADASTRO, A MARCA DEIXA DE VALER SOZINHA; O
      *        CONTATO CONFIRMADO CORRETO E' BAIXADO NA OPCAO B.
      *        TODA MARCACAO E BAIXA DEIXA TRILHA EM LOG003.
      *
      *        LAYOUT DA LINHA DE RETORNO (POSICOES FIXAS):
      *        CANAL (1) "E" E-MAIL "S" SMS; CLIENTE (8) COMO SAIU NO
      *        MSGCOM; CONTATO (30) E-MAIL, OU DDD + CELULAR SO COM
      *        DIGITOS; TIPO (1) "H" DEFINITIVA "S" TEMPORARIA; DATA
      *        DA FALHA (8) AAAAMMDD; MOTIVO (40) TEXTO DO BUREAU.

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

           COPY CGPX911.

           COPY CGPX017.

           COPY LOGX003.

           SELECT RETORNO ASSIGN TO PATH-RETORNO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-RETORNO.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY CGPW011.

           COPY CGPW911.

           COPY CGPW017.

           COPY LOGW003.

       FD  RETORNO
           LABEL RECORD IS OMITTED.
       01  REG-RETORNO.
           05  CANAL-RET             PIC X(1).
      *    CANAL-RET = "E" E-MAIL  "S" SMS
           05  CLIENTE-RET           PIC 9(8).
           05  CONTATO-RET           PIC X(30).
           05  TIPO-RET              PIC X(1).
      *    TIPO-RET = "H" FALHA DEFINITIVA  "S" FALHA TEMPORARIA
           05  DATA-RET              PIC 9(8).
           05  MOTIVO-RET            PIC X(40).
           05  FILLER                PIC X(32).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD911             PIC XX       VALUE SPACES.
           05  ST-CGD017             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
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
           05  PATH-RETORNO-W        PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CLASSIF-PARM          PIC 9        VALUE ZEROS.
           05  CODIGO-PARM           PIC 9(8)     VALUE ZEROS.
           05  CANAL-PARM            PIC X        VALUE SPACES.
           05  LIMITE-PARM           PIC 9(3)     VALUE ZEROS.
           05  LIMITE-W              PIC 9(3)     VALUE 3.
      *    LIMITE-W = hard bounces que bloqueiam o envio (registro de
      *    controle do CGD017; sem ele, tres - mesmo padrao do GRDDEV)
           05  TEM-CONTROLE-W        PIC 9        VALUE ZEROS.
           05  CLIENTE-BUSCA-W       PIC 9(8)     VALUE ZEROS.
           05  ACHOU-CLIENTE-W       PIC 9        VALUE ZEROS.
           05  CLASSIF-ACHADO-W      PIC 9        VALUE ZEROS.
           05  DDD-CONTATO-W         PIC 9(2)     VALUE ZEROS.
           05  CELULAR-CONTATO-W     PIC 9(9)     VALUE ZEROS.
           05  CELULAR-CONTATO-R REDEFINES CELULAR-CONTATO-W.
               10  FILLER            PIC 9(1).
               10  CELULAR-8-W       PIC 9(8).
           05  EMAIL-CONTATO-W       PIC X(30)    VALUE SPACES.
           05  CANAL-W               PIC X        VALUE SPACES.
           05  CHAVE-ATUAL-W         PIC X(30)    VALUE SPACES.
           05  CHAVE-RETORNO-W       PIC X(30)    VALUE SPACES.
           05  DIGITOS-W             PIC X(30)    VALUE SPACES.
           05  QTDE-DIGITOS-W        PIC 9(2)     VALUE ZEROS.
           05  IND-W                 PIC 9(2)     VALUE ZEROS.
           05  NOVO-REG-W            PIC 9        VALUE ZEROS.
           05  OBS-W                 PIC X(30)    VALUE SPACES.
           05  SITUACAO-ANTES-W      PIC X(14)    VALUE SPACES.
           05  SITUACAO-DEPOIS-W     PIC X(14)    VALUE SPACES.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  QTDE-LIDOS-W          PIC 9(5)     VALUE ZEROS.
           05  QTDE-HARD-W           PIC 9(5)     VALUE ZEROS.
           05  QTDE-SOFT-W           PIC 9(5)     VALUE ZEROS.
           05  QTDE-BLOQ-W           PIC 9(5)     VALUE ZEROS.
           05  QTDE-IGNORADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-PENDENTES-W      PIC 9(5)     VALUE ZEROS.
           05  MINUSCULAS-W          PIC X(26)    VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  MAIUSCULAS-W          PIC X(26)    VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

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
           05  FILLER                PIC X(90)   VALUE
           "CLIENTE  C CONTATO                        FALHA      HARD O
      -    "BSERVACAO".

       01  LINDET.
           05  CLIENTE-REL           PIC Z(7)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CANAL-REL             PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTATO-REL           PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  HARD-REL              PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(30)   VALUE SPACES.

       01  LINNOME.
           05  FILLER                PIC X(11)   VALUE SPACES.
           05  NOME-REL              PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MOTIVO-REL            PIC X(38)   VALUE SPACES.

       01  LINTOT1.
           05  FILLER                PIC X(31)   VALUE
               "LINHAS LIDAS NO RETORNO......: ".
           05  QTDE1-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT2.
           05  FILLER                PIC X(31)   VALUE
               "FALHAS DEFINITIVAS (HARD)....: ".
           05  QTDE2-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(31)   VALUE
               "FALHAS TEMPORARIAS (SOFT)....: ".
           05  QTDE3-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT4.
           05  FILLER                PIC X(31)   VALUE
               "CONTATOS NO LIMITE (BLOQUEIO): ".
           05  QTDE4-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT5.
           05  FILLER                PIC X(31)   VALUE
               "LINHAS IGNORADAS.............: ".
           05  QTDE5-TOT             PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT6.
           05  FILLER                PIC X(31)   VALUE
               "CLIENTES A ATUALIZAR.........: ".
           05  QTDE6-TOT             PIC ZZZZ9   VALUE ZEROS.

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
           MOVE "CGD911" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD911.
           MOVE "CGD017" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD017.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT CGD001 CGD011 CGD911.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                MOVE 1 TO ERRO-W.
           IF   ST-CGD011 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
                MOVE 1 TO ERRO-W.

           OPEN I-O CGD017.
           IF   ST-CGD017 EQUAL "35"
                OPEN OUTPUT CGD017
                CLOSE CGD017
                OPEN I-O CGD017.
           IF   ST-CGD017 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD017: " ST-CGD017
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                PERFORM LE-LIMITE.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "CGP102" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "RETORNO DO BUREAU SMS/E-MAIL (CGD017) - LIMITE "
                   "DE HARD: " LIMITE-W.
           DISPLAY "I-IMPORTA L-PENDENCIAS B-BAIXA P-LIMITE F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM IMPORTA-RETORNO
               WHEN "L"  WHEN "l"  PERFORM LISTA-PENDENCIAS
               WHEN "B"  WHEN "b"  PERFORM BAIXA-CONTATO
               WHEN "P"  WHEN "p"  PERFORM DEFINE-LIMITE
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-LIMITE - o registro de chave zerada do CGD017 guarda o
      *    limite de hard bounces (em QTDE-HARD-CG17).
      *----------------------------------------------------------------
       LE-LIMITE SECTION.
           MOVE 3     TO LIMITE-W.
           MOVE ZEROS TO TEM-CONTROLE-W.
           MOVE ZEROS  TO CLASSIF-CG17 CODIGO-CG17.
           MOVE SPACES TO CANAL-CG17.
           READ CGD017
               INVALID KEY
                   GO TO LE-LIMITE-EXIT
           END-READ.
           MOVE 1 TO TEM-CONTROLE-W.
           IF   QTDE-HARD-CG17 GREATER ZEROS
                MOVE QTDE-HARD-CG17 TO LIMITE-W.

       LE-LIMITE-EXIT. EXIT.

       DEFINE-LIMITE SECTION.
           DISPLAY "HARD BOUNCES PARA BLOQUEAR (001-999).: "
               WITH NO ADVANCING.
           ACCEPT LIMITE-PARM.
           IF   LIMITE-PARM EQUAL ZEROS
                DISPLAY "LIMITE INVALIDO."
                GO TO DEFINE-LIMITE-EXIT.

           PERFORM LE-LIMITE.
           MOVE SPACES          TO SITUACAO-ANTES-W.
           MOVE LIMITE-W        TO SITUACAO-ANTES-W(1:3).
           IF   TEM-CONTROLE-W EQUAL 0
                MOVE SPACES TO REG-CGD017
                MOVE ZEROS  TO CLASSIF-CG17 CODIGO-CG17 SITUACAO-CG17
                               QTDE-HARD-CG17 QTDE-SOFT-CG17
                               DATA-FALHA-CG17 DATA-INVALIDO-CG17
                               DATA-BAIXA-CG17.
           MOVE LIMITE-PARM     TO QTDE-HARD-CG17.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W     TO DATA-BAIXA-CG17.
           MOVE USUARIO-PARM    TO USUARIO-CG17.
           IF   TEM-CONTROLE-W EQUAL 0
                WRITE REG-CGD017
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO CGD017: " ST-CGD017
                        GO TO DEFINE-LIMITE-EXIT
                END-WRITE
           ELSE
                REWRITE REG-CGD017
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CGD017: " ST-CGD017
                        GO TO DEFINE-LIMITE-EXIT
                END-REWRITE
           END-IF.

           MOVE LIMITE-PARM     TO LIMITE-W.
           MOVE 1               TO TEM-CONTROLE-W.
           MOVE SPACES          TO SITUACAO-DEPOIS-W.
           MOVE LIMITE-W        TO SITUACAO-DEPOIS-W(1:3).
           MOVE "LIMITE-HARD-CG17" TO CAMPO-LOG-W.
           PERFORM GRAVA-LOG-DEVOLUCAO.
           DISPLAY "LIMITE ATUALIZADO.".

       DEFINE-LIMITE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPORTA-RETORNO - uma linha por devolucao; cada uma sai no
      *    relatorio com o que foi feito dela.
      *----------------------------------------------------------------
       IMPORTA-RETORNO SECTION.
           DISPLAY "ARQUIVO DE RETORNO DO BUREAU (CAMINHO): "
               WITH NO ADVANCING.
           ACCEPT PATH-RETORNO-W.
           OPEN INPUT RETORNO.
           IF   ST-RETORNO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RETORNO: " ST-RETORNO
                GO TO IMPORTA-RETORNO-EXIT.

           MOVE ZEROS TO QTDE-LIDOS-W QTDE-HARD-W QTDE-SOFT-W
                         QTDE-BLOQ-W QTDE-IGNORADOS-W FIM-ARQ-W PAG-W.
           MOVE "RETORNO DO BUREAU SMS/E-MAIL - CONTATOS DEVOLVIDOS"
             TO TITULO-REL.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-RETORNO UNTIL FIM-ARQ-TRUE.

           MOVE QTDE-LIDOS-W     TO QTDE1-TOT.
           MOVE QTDE-HARD-W      TO QTDE2-TOT.
           MOVE QTDE-SOFT-W      TO QTDE3-TOT.
           MOVE QTDE-BLOQ-W      TO QTDE4-TOT.
           MOVE QTDE-IGNORADOS-W TO QTDE5-TOT.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT1.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.
           WRITE REG-RELAT FROM LINTOT4.
           WRITE REG-RELAT FROM LINTOT5.
           CLOSE RETORNO RELAT.
           DISPLAY "RETORNO IMPORTADO: " QTDE-LIDOS-W " LINHAS, "
                   QTDE-HARD-W " HARD, " QTDE-SOFT-W " SOFT, "
                   QTDE-IGNORADOS-W " IGNORADAS.".

       IMPORTA-RETORNO-EXIT. EXIT.

       PROCESSA-RETORNO SECTION.
           READ RETORNO
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO PROCESSA-RETORNO-EXIT.
           IF   REG-RETORNO EQUAL SPACES
                GO TO PROCESSA-RETORNO-EXIT.
           ADD 1 TO QTDE-LIDOS-W.
           INSPECT REG-RETORNO REPLACING ALL X"0D" BY SPACE.

           MOVE SPACES      TO CANAL-REL CONTATO-REL OBS-REL.
           MOVE ZEROS       TO CLIENTE-REL DATA-REL HARD-REL.
           MOVE CANAL-RET   TO CANAL-REL.
           MOVE CONTATO-RET TO CONTATO-REL.
           IF   CLIENTE-RET NUMERIC
                MOVE CLIENTE-RET TO CLIENTE-REL.

           EVALUATE CANAL-RET
               WHEN "E"  WHEN "e"  MOVE "E" TO CANAL-W
               WHEN "S"  WHEN "s"
               WHEN "C"  WHEN "c"  MOVE "C" TO CANAL-W
               WHEN OTHER MOVE SPACES TO CANAL-W
           END-EVALUATE.
           IF   TIPO-RET EQUAL "h"
                MOVE "H" TO TIPO-RET.
           IF   TIPO-RET EQUAL "s"
                MOVE "S" TO TIPO-RET.

           IF   CANAL-W EQUAL SPACES
                MOVE "CANAL INVALIDO (E/S)" TO OBS-W
                GO TO PROCESSA-RETORNO-IGNORA.
           IF   CLIENTE-RET NOT NUMERIC
           OR   CLIENTE-RET EQUAL ZEROS
                MOVE "CLIENTE INVALIDO" TO OBS-W
                GO TO PROCESSA-RETORNO-IGNORA.
           IF   TIPO-RET NOT EQUAL "H"
           AND  TIPO-RET NOT EQUAL "S"
                MOVE "TIPO DE FALHA INVALIDO (H/S)" TO OBS-W
                GO TO PROCESSA-RETORNO-IGNORA.
           IF   DATA-RET NOT NUMERIC
           OR   DATA-RET EQUAL ZEROS
                MOVE "DATA DA FALHA INVALIDA" TO OBS-W
                GO TO PROCESSA-RETORNO-IGNORA.
           PERFORM MOSTRA-DATA-RETORNO.

           MOVE CLIENTE-RET TO CLIENTE-BUSCA-W.
           PERFORM LOCALIZA-CLIENTE.
           IF   ACHOU-CLIENTE-W EQUAL 0
                MOVE "CLIENTE SEM CADASTRO CGD011" TO OBS-W
                GO TO PROCESSA-RETORNO-IGNORA.

           PERFORM MONTA-CHAVE-ATUAL.
           PERFORM MONTA-CHAVE-RETORNO.
           IF   CHAVE-RETORNO-W EQUAL SPACES
                MOVE "CONTATO EM BRANCO" TO OBS-W
                GO TO PROCESSA-RETORNO-IGNORA.
           IF   CHAVE-RETORNO-W NOT EQUAL CHAVE-ATUAL-W
                MOVE "CONTATO JA ALTERADO NO CADASTRO" TO OBS-W
                GO TO PROCESSA-RETORNO-IGNORA.

           PERFORM MARCA-DEVOLUCAO.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO PROCESSA-RETORNO-IGNORA.

           MOVE QTDE-HARD-CG17 TO HARD-REL.
           MOVE OBS-W          TO OBS-REL.
           PERFORM IMPRIME-DETALHE.
           GO TO PROCESSA-RETORNO-EXIT.

       PROCESSA-RETORNO-IGNORA.
           ADD 1 TO QTDE-IGNORADOS-W.
           MOVE OBS-W TO OBS-REL.
           PERFORM IMPRIME-DETALHE.

       PROCESSA-RETORNO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MARCA-DEVOLUCAO - cria ou atualiza o registro do titular e
      *    canal. Contato diferente do que estava marcado reinicia a
      *    contagem (e' outro e-mail/celular); a mesma falha lida de
      *    novo (mesma data e tipo) nao conta duas vezes.
      *----------------------------------------------------------------
       MARCA-DEVOLUCAO SECTION.
           MOVE CLASSIF-ACHADO-W TO CLASSIF-CG17.
           MOVE CLIENTE-BUSCA-W  TO CODIGO-CG17.
           MOVE CANAL-W          TO CANAL-CG17.
           MOVE ZEROS            TO NOVO-REG-W.
           READ CGD017
               INVALID KEY
                   MOVE 1 TO NOVO-REG-W
           END-READ.

           IF   NOVO-REG-W EQUAL 0
           AND  CONTATO-CG17 EQUAL CHAVE-ATUAL-W
           AND  DATA-FALHA-CG17 EQUAL DATA-RET
           AND  TIPO-FALHA-CG17 EQUAL TIPO-RET
                MOVE "FALHA JA IMPORTADA" TO OBS-W
                MOVE 1 TO ERRO-W
                GO TO MARCA-DEVOLUCAO-EXIT.

           MOVE SPACES          TO SITUACAO-ANTES-W SITUACAO-DEPOIS-W.
           IF   NOVO-REG-W EQUAL 0
                MOVE SITUACAO-CG17   TO SITUACAO-ANTES-W(1:1)
                MOVE "H"             TO SITUACAO-ANTES-W(3:1)
                MOVE QTDE-HARD-CG17  TO SITUACAO-ANTES-W(4:3)
                MOVE "S"             TO SITUACAO-ANTES-W(8:1)
                MOVE QTDE-SOFT-CG17  TO SITUACAO-ANTES-W(9:3).

           IF   NOVO-REG-W EQUAL 1
           OR   CONTATO-CG17 NOT EQUAL CHAVE-ATUAL-W
                MOVE SPACES        TO REG-CGD017
                MOVE CLASSIF-ACHADO-W TO CLASSIF-CG17
                MOVE CLIENTE-BUSCA-W  TO CODIGO-CG17
                MOVE CANAL-W          TO CANAL-CG17
                MOVE ZEROS         TO SITUACAO-CG17 QTDE-HARD-CG17
                                      QTDE-SOFT-CG17 DATA-INVALIDO-CG17
                                      DATA-BAIXA-CG17
                MOVE CHAVE-ATUAL-W TO CONTATO-CG17.

           IF   TIPO-RET EQUAL "H"
                IF   QTDE-HARD-CG17 LESS 999
                     ADD 1 TO QTDE-HARD-CG17
                END-IF
                IF   SITUACAO-CG17 EQUAL 0
                     MOVE 1        TO SITUACAO-CG17
                     MOVE DATA-RET TO DATA-INVALIDO-CG17
                END-IF
                ADD 1 TO QTDE-HARD-W
                MOVE "INVALIDADO" TO OBS-W
                IF   QTDE-HARD-CG17 NOT LESS LIMITE-W
                     ADD 1 TO QTDE-BLOQ-W
                     MOVE "INVALIDADO - ENVIO BLOQUEADO" TO OBS-W
                END-IF
           ELSE
                IF   QTDE-SOFT-CG17 LESS 999
                     ADD 1 TO QTDE-SOFT-CG17
                END-IF
                ADD 1 TO QTDE-SOFT-W
                MOVE "FALHA TEMPORARIA REGISTRADA" TO OBS-W
           END-IF.

           MOVE DATA-RET        TO DATA-FALHA-CG17.
           MOVE TIPO-RET        TO TIPO-FALHA-CG17.
           MOVE MOTIVO-RET      TO MOTIVO-CG17.
           MOVE USUARIO-PARM    TO USUARIO-CG17.
           MOVE SITUACAO-CG17   TO SITUACAO-DEPOIS-W(1:1).
           MOVE "H"             TO SITUACAO-DEPOIS-W(3:1).
           MOVE QTDE-HARD-CG17  TO SITUACAO-DEPOIS-W(4:3).
           MOVE "S"             TO SITUACAO-DEPOIS-W(8:1).
           MOVE QTDE-SOFT-CG17  TO SITUACAO-DEPOIS-W(9:3).

           IF   NOVO-REG-W EQUAL 1
                WRITE REG-CGD017
                    INVALID KEY
                        MOVE "ERRO GRAVACAO CGD017" TO OBS-W
                        MOVE 1 TO ERRO-W
                        GO TO MARCA-DEVOLUCAO-EXIT
                END-WRITE
           ELSE
                REWRITE REG-CGD017
                    INVALID KEY
                        MOVE "ERRO REGRAVACAO CGD017" TO OBS-W
                        MOVE 1 TO ERRO-W
                        GO TO MARCA-DEVOLUCAO-EXIT
                END-REWRITE
           END-IF.

           MOVE "SITUACAO-CG17" TO CAMPO-LOG-W.
           PERFORM GRAVA-LOG-DEVOLUCAO.

       MARCA-DEVOLUCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LISTA-PENDENCIAS - roteiro do balcao: contatos invalidados
      *    que ainda sao os do cadastro (os ja corrigidos nao saem).
      *----------------------------------------------------------------
       LISTA-PENDENCIAS SECTION.
           MOVE ZEROS TO QTDE-PENDENTES-W FIM-ARQ-W PAG-W.
           MOVE "CLIENTES A ATUALIZAR - CONTATO DEVOLVIDO PELO BUREAU"
             TO TITULO-REL.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE ZEROS  TO CLASSIF-CG17 CODIGO-CG17.
           MOVE SPACES TO CANAL-CG17.
           START CGD017 KEY IS GREATER CHAVE-CG17
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-PENDENCIA UNTIL FIM-ARQ-TRUE.

           MOVE QTDE-PENDENTES-W TO QTDE6-TOT.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT6.
           CLOSE RELAT.
           DISPLAY "CLIENTES A ATUALIZAR: " QTDE-PENDENTES-W.

       LISTA-PENDENCIAS-EXIT. EXIT.

       LE-PENDENCIA SECTION.
           READ CGD017 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-PENDENCIA-EXIT.
           IF   SITUACAO-CG17 NOT EQUAL 1
                GO TO LE-PENDENCIA-EXIT.

           MOVE CODIGO-CG17 TO CLIENTE-BUSCA-W.
           MOVE CANAL-CG17  TO CANAL-W.
           PERFORM LOCALIZA-CLIENTE-CLASSIF.
           IF   ACHOU-CLIENTE-W EQUAL 0
                GO TO LE-PENDENCIA-EXIT.
           PERFORM MONTA-CHAVE-ATUAL.
           IF   CHAVE-ATUAL-W NOT EQUAL CONTATO-CG17
                GO TO LE-PENDENCIA-EXIT.

           ADD 1 TO QTDE-PENDENTES-W.
           MOVE CODIGO-CG17     TO CLIENTE-REL.
           MOVE CANAL-CG17      TO CANAL-REL.
           MOVE CONTATO-CG17    TO CONTATO-REL.
           MOVE DATA-FALHA-CG17(7:2) TO DIA-DMA-W.
           MOVE DATA-FALHA-CG17(5:2) TO MES-DMA-W.
           MOVE DATA-FALHA-CG17(1:4) TO ANO-DMA-W.
           MOVE DATA-DMA-R      TO DATA-REL.
           MOVE QTDE-HARD-CG17  TO HARD-REL.
           IF   QTDE-HARD-CG17 NOT LESS LIMITE-W
                MOVE "ENVIO BLOQUEADO" TO OBS-REL
           ELSE
                MOVE "INVALIDO"        TO OBS-REL.
           MOVE SPACES TO NOME-REL.
           MOVE "CLIENTE SEM NOME NO CGD001" TO NOME-REL.
           IF   CODIGO-CG17 NOT GREATER 999999
                MOVE CODIGO-CG17 TO CODIGO-CG01
                READ CGD001
                    NOT INVALID KEY
                        MOVE NOME-CG01 TO NOME-REL
                END-READ
           END-IF.
           MOVE MOTIVO-CG17 TO MOTIVO-REL.
           PERFORM IMPRIME-DETALHE.
           WRITE REG-RELAT FROM LINNOME.
           ADD 1 TO LIN.

       LE-PENDENCIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    BAIXA-CONTATO - o cliente confirmou no balcao que o contato
      *    esta certo: volta a valer e a contagem de hard recomeca.
      *----------------------------------------------------------------
       BAIXA-CONTATO SECTION.
           DISPLAY "CLASSIFICACAO DO TITULAR (0-1).......: "
               WITH NO ADVANCING.
           ACCEPT CLASSIF-PARM.
           DISPLAY "CODIGO DO TITULAR....................: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           DISPLAY "CANAL (E-EMAIL C-CELULAR)............: "
               WITH NO ADVANCING.
           ACCEPT CANAL-PARM.
           IF   CANAL-PARM EQUAL "e"
                MOVE "E" TO CANAL-PARM.
           IF   CANAL-PARM EQUAL "c"
                MOVE "C" TO CANAL-PARM.
           IF   CODIGO-PARM EQUAL ZEROS
           OR  (CANAL-PARM NOT EQUAL "E" AND CANAL-PARM NOT EQUAL "C")
                DISPLAY "CHAVE INVALIDA."
                GO TO BAIXA-CONTATO-EXIT.

           MOVE CLASSIF-PARM TO CLASSIF-CG17.
           MOVE CODIGO-PARM  TO CODIGO-CG17.
           MOVE CANAL-PARM   TO CANAL-CG17.
           READ CGD017
               INVALID KEY
                   DISPLAY "CONTATO SEM DEVOLUCAO REGISTRADA."
                   GO TO BAIXA-CONTATO-EXIT
           END-READ.

           DISPLAY "CONTATO..: " CONTATO-CG17.
           DISPLAY "HARD/SOFT: " QTDE-HARD-CG17 "/" QTDE-SOFT-CG17.
           DISPLAY "ULTIMA...: " DATA-FALHA-CG17 " " MOTIVO-CG17.
           IF   SITUACAO-CG17 EQUAL 0
                DISPLAY "CONTATO JA ESTA VALIDO."
                GO TO BAIXA-CONTATO-EXIT.
           DISPLAY "CONFIRMA A BAIXA (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF   OPCAO-W NOT EQUAL "S" AND OPCAO-W NOT EQUAL "s"
                GO TO BAIXA-CONTATO-EXIT.

           MOVE SPACES          TO SITUACAO-ANTES-W SITUACAO-DEPOIS-W.
           MOVE SITUACAO-CG17   TO SITUACAO-ANTES-W(1:1).
           MOVE "H"             TO SITUACAO-ANTES-W(3:1).
           MOVE QTDE-HARD-CG17  TO SITUACAO-ANTES-W(4:3).
           MOVE ZEROS           TO SITUACAO-CG17 QTDE-HARD-CG17.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W     TO DATA-BAIXA-CG17.
           MOVE USUARIO-PARM    TO USUARIO-CG17.
           REWRITE REG-CGD017
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CGD017: " ST-CGD017
                   GO TO BAIXA-CONTATO-EXIT
           END-REWRITE.

           MOVE SITUACAO-CG17   TO SITUACAO-DEPOIS-W(1:1).
           MOVE "H"             TO SITUACAO-DEPOIS-W(3:1).
           MOVE QTDE-HARD-CG17  TO SITUACAO-DEPOIS-W(4:3).
           MOVE "SITUACAO-CG17" TO CAMPO-LOG-W.
           PERFORM GRAVA-LOG-DEVOLUCAO.
           DISPLAY "CONTATO BAIXADO.".

       BAIXA-CONTATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CLIENTE - CGD011 com CLASSIF 1 e depois 0, caindo
      *    para o legado CGD911 (mesma precedencia do CGP098, que
      *    gerou o que o bureau devolveu).
      *----------------------------------------------------------------
       LOCALIZA-CLIENTE SECTION.
           MOVE ZEROS  TO ACHOU-CLIENTE-W DDD-CONTATO-W
                          CELULAR-CONTATO-W.
           MOVE SPACES TO EMAIL-CONTATO-W.

           MOVE 1 TO CLASSIF-CG11.
           MOVE CLIENTE-BUSCA-W TO CODIGO-CG11.
           READ CGD011
               INVALID KEY
                   MOVE 0 TO CLASSIF-CG11
                   MOVE CLIENTE-BUSCA-W TO CODIGO-CG11
                   READ CGD011
                       INVALID KEY
                           PERFORM LOCALIZA-CLIENTE-LEGADO
                           GO TO LOCALIZA-CLIENTE-EXIT
                   END-READ
           END-READ.
           MOVE 1                 TO ACHOU-CLIENTE-W.
           MOVE CLASSIF-CG11      TO CLASSIF-ACHADO-W.
           MOVE DDDD-CELULAR-CG11 TO DDD-CONTATO-W.
           MOVE CELULAR-CG11      TO CELULAR-CONTATO-W.
           MOVE E-MAIL-CG11       TO EMAIL-CONTATO-W.

       LOCALIZA-CLIENTE-EXIT. EXIT.

       LOCALIZA-CLIENTE-LEGADO SECTION.
           MOVE 1 TO CLASSIF-CG91.
           MOVE CLIENTE-BUSCA-W TO CODIGO-CG91.
           READ CGD911
               INVALID KEY
                   MOVE 0 TO CLASSIF-CG91
                   MOVE CLIENTE-BUSCA-W TO CODIGO-CG91
                   READ CGD911
                       INVALID KEY
                           GO TO LOCALIZA-CLIENTE-LEGADO-EXIT
                   END-READ
           END-READ.
           MOVE 1                 TO ACHOU-CLIENTE-W.
           MOVE CLASSIF-CG91      TO CLASSIF-ACHADO-W.
           MOVE DDDD-CELULAR-CG91 TO DDD-CONTATO-W.
           MOVE CELULAR-CG91      TO CELULAR-CONTATO-W.
           MOVE E-MAIL-CG91       TO EMAIL-CONTATO-W.

       LOCALIZA-CLIENTE-LEGADO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CLIENTE-CLASSIF - na lista a classificacao ja vem
      *    do CGD017: o contato atual e' o do mesmo registro.
      *----------------------------------------------------------------
       LOCALIZA-CLIENTE-CLASSIF SECTION.
           MOVE ZEROS  TO ACHOU-CLIENTE-W DDD-CONTATO-W
                          CELULAR-CONTATO-W.
           MOVE SPACES TO EMAIL-CONTATO-W.
           MOVE CLASSIF-CG17 TO CLASSIF-CG11 CLASSIF-CG91.
           MOVE CODIGO-CG17  TO CODIGO-CG11 CODIGO-CG91.
           READ CGD011
               INVALID KEY
                   READ CGD911
                       INVALID KEY
                           GO TO LOCALIZA-CLIENTE-CLASSIF-EXIT
                   END-READ
                   MOVE 1                 TO ACHOU-CLIENTE-W
                   MOVE DDDD-CELULAR-CG91 TO DDD-CONTATO-W
                   MOVE CELULAR-CG91      TO CELULAR-CONTATO-W
                   MOVE E-MAIL-CG91       TO EMAIL-CONTATO-W
                   GO TO LOCALIZA-CLIENTE-CLASSIF-EXIT
           END-READ.
           MOVE 1                 TO ACHOU-CLIENTE-W.
           MOVE DDDD-CELULAR-CG11 TO DDD-CONTATO-W.
           MOVE CELULAR-CG11      TO CELULAR-CONTATO-W.
           MOVE E-MAIL-CG11       TO EMAIL-CONTATO-W.

       LOCALIZA-CLIENTE-CLASSIF-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MONTA-CHAVE-ATUAL / MONTA-CHAVE-RETORNO - mesma regra do
      *    GRDDEV: e-mail em maiusculas; celular pelo DDD e os 8
      *    ultimos digitos (numero antigo e o de 9 digitos batem).
      *----------------------------------------------------------------
       MONTA-CHAVE-ATUAL SECTION.
           MOVE SPACES TO CHAVE-ATUAL-W.
           IF   CANAL-W EQUAL "E"
                MOVE EMAIL-CONTATO-W TO CHAVE-ATUAL-W
                INSPECT CHAVE-ATUAL-W CONVERTING MINUSCULAS-W
                                              TO MAIUSCULAS-W
                GO TO MONTA-CHAVE-ATUAL-EXIT.
           IF   CELULAR-8-W EQUAL ZEROS
                GO TO MONTA-CHAVE-ATUAL-EXIT.
           MOVE DDD-CONTATO-W TO CHAVE-ATUAL-W(1:2).
           MOVE CELULAR-8-W   TO CHAVE-ATUAL-W(3:8).

       MONTA-CHAVE-ATUAL-EXIT. EXIT.

       MONTA-CHAVE-RETORNO SECTION.
           MOVE SPACES TO CHAVE-RETORNO-W.
           IF   CANAL-W EQUAL "E"
                MOVE CONTATO-RET TO CHAVE-RETORNO-W
                INSPECT CHAVE-RETORNO-W CONVERTING MINUSCULAS-W
                                                TO MAIUSCULAS-W
                GO TO MONTA-CHAVE-RETORNO-EXIT.

           MOVE SPACES TO DIGITOS-W.
           MOVE ZEROS  TO QTDE-DIGITOS-W.
           PERFORM SEPARA-DIGITO VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER 30.
           IF   QTDE-DIGITOS-W LESS 10
                GO TO MONTA-CHAVE-RETORNO-EXIT.
           MOVE DIGITOS-W(1:2) TO CHAVE-RETORNO-W(1:2).
           COMPUTE IND-W = QTDE-DIGITOS-W - 7.
           MOVE DIGITOS-W(IND-W:8) TO CHAVE-RETORNO-W(3:8).

       MONTA-CHAVE-RETORNO-EXIT. EXIT.

       SEPARA-DIGITO SECTION.
           IF   CONTATO-RET(IND-W:1) NOT NUMERIC
           OR   QTDE-DIGITOS-W NOT LESS 30
                GO TO SEPARA-DIGITO-EXIT.
           ADD 1 TO QTDE-DIGITOS-W.
           MOVE CONTATO-RET(IND-W:1) TO DIGITOS-W(QTDE-DIGITOS-W:1).

       SEPARA-DIGITO-EXIT. EXIT.

       MOSTRA-DATA-RETORNO SECTION.
           MOVE DATA-RET(7:2) TO DIA-DMA-W.
           MOVE DATA-RET(5:2) TO MES-DMA-W.
           MOVE DATA-RET(1:4) TO ANO-DMA-W.
           MOVE DATA-DMA-R    TO DATA-REL.

       IMPRIME-DETALHE SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

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
      *    GRAVA-LOG-DEVOLUCAO - trilha em LOG003 de marcacao, baixa e
      *    limite (situacao e contagem de hard/soft, antes e depois).
      *----------------------------------------------------------------
       GRAVA-LOG-DEVOLUCAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "ALTERACAO"        TO LOG3-OPERACAO.
           MOVE "CGD017"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-CG17         TO LOG3-CHAVE-REG(1:10).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SITUACAO-ANTES-W   TO LOG3-VALOR-ANTERIOR.
           MOVE SITUACAO-DEPOIS-W  TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-DEVOLUCAO-EXIT. EXIT.

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
           CLOSE CGD001 CGD011 CGD911 CGD017 LOG003.

       END PROGRAM CGP102.
