       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP083.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: AUTORIZACOES DE DEBITO AUTOMATICO DAS PARCELAS DE UM
      *        CONTRATO (COD065): INCLUSAO COM BANCO, AGENCIA E CONTA
      *        CONFERIDOS PELO GRDBAN (CXD104) E A DATA EM QUE O
      *        RESPONSAVEL AUTORIZOU, CONSULTA DO HISTORICO DO
      *        CONTRATO E CANCELAMENTO COM MOTIVO. UMA SO AUTORIZACAO
      *        ATIVA POR CONTRATO - TROCA DE CONTA E CANCELAR E
      *        INCLUIR DE NOVO. INCLUSAO E CANCELAMENTO FICAM EM
      *        LOG003 NOS MOLDES DO COP081. REMESSA NO COP084,
      *        RETORNO NO COP085.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX041.

           COPY COPX065.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW065.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD065             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CONTRATO-PARM         PIC 9(6)     VALUE ZEROS.
           05  DATA-AUTORIZACAO-PARM PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-PARM           PIC X(30)    VALUE SPACES.
           05  CURSO-W               PIC X(4)     VALUE SPACES.
           05  TURMA-W               PIC X(3)     VALUE SPACES.
           05  SEQ-ATIVA-W           PIC 9(2)     VALUE ZEROS.
           05  ULTIMA-SEQ-W          PIC 9(2)     VALUE ZEROS.
           05  SITUACAO-EXIBE-W      PIC X(18)    VALUE SPACES.
           05  OPERACAO-LOG-W        PIC X(12)    VALUE SPACES.
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

       01  PARAMETROS-GRDBAN.
      *    banco no CXD104 e digitos de agencia/conta (ver GRDBAN):
      *    "99" = cadastro de bancos indisponivel, aceita sem conferir
           05  CODBAN-BAN            PIC 9(3)     VALUE ZEROS.
           05  AGENCIA-BAN           PIC 9(4)     VALUE ZEROS.
           05  DIG-AGENCIA-BAN       PIC X(1)     VALUE SPACES.
           05  CONTA-BAN             PIC 9(8)     VALUE ZEROS.
           05  DIG-CONTA-BAN         PIC X(1)     VALUE SPACES.
           05  GRDBAN-RETORNO        PIC X(2)     VALUE SPACES.
           05  NOME-BANCO-BAN        PIC X(30)    VALUE SPACES.
           05  LAYOUT-BAN            PIC X(8)     VALUE SPACES.

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
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD065" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD065.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT COD041.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.

           OPEN I-O COD065.
           IF   ST-COD065 EQUAL "35"
                CLOSE COD065       OPEN OUTPUT COD065
                CLOSE COD065       OPEN I-O COD065.
           IF   ST-COD065 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD065: " ST-COD065
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
           MOVE "COP083" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "AUTORIZACOES DE DEBITO AUTOMATICO (COD065)".
           DISPLAY "I-INCLUI C-CONSULTA X-CANCELA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM INCLUI-AUTORIZACAO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-CONTRATO
               WHEN "X"  WHEN "x"  PERFORM CANCELA-AUTORIZACAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    INCLUI-AUTORIZACAO - contrato vigente no COD041, sem outra
      *    autorizacao ativa; banco/agencia/conta pelo GRDBAN.
      *----------------------------------------------------------------
       INCLUI-AUTORIZACAO SECTION.
           PERFORM LOCALIZA-CONTRATO.
           IF   ERRO-W NOT EQUAL 0
                GO TO INCLUI-AUTORIZACAO-EXIT.
           IF   SITUACAO-CO41 EQUAL 1
                DISPLAY "CONTRATO CANCELADO - NADA FEITO."
                GO TO INCLUI-AUTORIZACAO-EXIT.
           PERFORM LOCALIZA-AUTORIZACOES.
           IF   SEQ-ATIVA-W NOT EQUAL ZEROS
                DISPLAY "CONTRATO JA TEM AUTORIZACAO ATIVA (SEQ "
                        SEQ-ATIVA-W ") - CANCELE ANTES DE TROCAR."
                GO TO INCLUI-AUTORIZACAO-EXIT.
           IF   ULTIMA-SEQ-W NOT LESS 99
                DISPLAY "CONTRATO COM 99 AUTORIZACOES - NADA FEITO."
                GO TO INCLUI-AUTORIZACAO-EXIT.

           DISPLAY "BANCO (999)..........................: "
               WITH NO ADVANCING.
           ACCEPT CODBAN-BAN.
           DISPLAY "AGENCIA (9999).......................: "
               WITH NO ADVANCING.
           ACCEPT AGENCIA-BAN.
           DISPLAY "DIGITO DA AGENCIA....................: "
               WITH NO ADVANCING.
           ACCEPT DIG-AGENCIA-BAN.
           DISPLAY "CONTA CORRENTE (99999999)............: "
               WITH NO ADVANCING.
           ACCEPT CONTA-BAN.
           DISPLAY "DIGITO DA CONTA......................: "
               WITH NO ADVANCING.
           ACCEPT DIG-CONTA-BAN.
           CALL "GRDBAN" USING PARAMETROS-GRDBAN.
           EVALUATE GRDBAN-RETORNO
               WHEN "00"
                   DISPLAY "BANCO: " NOME-BANCO-BAN
               WHEN "01"
                   DISPLAY "BANCO NAO CADASTRADO NO CXD104 - VER "
                           "CXP111."
                   GO TO INCLUI-AUTORIZACAO-EXIT
               WHEN "02"
                   DISPLAY "DIGITO DA AGENCIA NAO CONFERE."
                   GO TO INCLUI-AUTORIZACAO-EXIT
               WHEN "03"
                   DISPLAY "DIGITO DA CONTA NAO CONFERE."
                   GO TO INCLUI-AUTORIZACAO-EXIT
               WHEN OTHER
                   DISPLAY "AVISO: CADASTRO DE BANCOS INDISPONIVEL - "
                           "CONTA NAO CONFERIDA."
           END-EVALUATE.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "DATA DA AUTORIZACAO (ZERO = HOJE)....: "
               WITH NO ADVANCING.
           ACCEPT DATA-AUTORIZACAO-PARM.
           IF   DATA-AUTORIZACAO-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-AUTORIZACAO-PARM.
           IF   DATA-AUTORIZACAO-PARM GREATER DATA-HOJE-W
                DISPLAY "DATA DA AUTORIZACAO NO FUTURO - NADA FEITO."
                GO TO INCLUI-AUTORIZACAO-EXIT.
           DISPLAY "CONFIRMA A INCLUSAO (S/N)............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO INCLUI-AUTORIZACAO-EXIT.

           MOVE SPACES                TO REG-COD065.
           MOVE CONTRATO-PARM         TO NR-CONTRATO-CO65.
           COMPUTE SEQ-CO65 = ULTIMA-SEQ-W + 1.
           MOVE CURSO-W               TO CURSO-CO65.
           MOVE TURMA-W               TO TURMA-CO65.
           MOVE CODBAN-BAN            TO CODBAN-CO65.
           MOVE AGENCIA-BAN           TO AGENCIA-CO65.
           MOVE DIG-AGENCIA-BAN       TO DIG-AGENCIA-CO65.
           MOVE CONTA-BAN             TO CONTA-CO65.
           MOVE DIG-CONTA-BAN         TO DIG-CONTA-CO65.
           MOVE DATA-AUTORIZACAO-PARM TO DATA-AUTORIZACAO-CO65.
           MOVE ZEROS                 TO SITUACAO-CO65 DATA-CANCEL-CO65.
           MOVE USUARIO-PARM          TO USUARIO-CO65.
           WRITE REG-COD065
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD065: " ST-COD065
                   GO TO INCLUI-AUTORIZACAO-EXIT
           END-WRITE.
           MOVE "INCL-DEBAUT" TO OPERACAO-LOG-W.
           PERFORM GRAVA-LOG-AUTORIZACAO.
           DISPLAY "AUTORIZACAO INCLUIDA - SEQ " SEQ-CO65.

       INCLUI-AUTORIZACAO-EXIT. EXIT.

       CONSULTA-CONTRATO SECTION.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO65.
           MOVE ZEROS         TO SEQ-CO65.
           START COD065 KEY IS NOT LESS CHAVE-CO65
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LISTA-AUTORIZACAO UNTIL FIM-VARREDURA-TRUE.

       LISTA-AUTORIZACAO SECTION.
           READ COD065 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-AUTORIZACAO-EXIT.
           IF   NR-CONTRATO-CO65 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-AUTORIZACAO-EXIT.
           PERFORM MOSTRA-AUTORIZACAO.

       LISTA-AUTORIZACAO-EXIT. EXIT.

       MOSTRA-AUTORIZACAO SECTION.
           EVALUATE SITUACAO-CO65
               WHEN 0     MOVE "ATIVA"              TO SITUACAO-EXIBE-W
               WHEN 1     MOVE "CANCELADA"          TO SITUACAO-EXIBE-W
               WHEN 2     MOVE "CANCELADA NO BANCO" TO SITUACAO-EXIBE-W
               WHEN OTHER MOVE SPACES               TO SITUACAO-EXIBE-W
           END-EVALUATE.
           DISPLAY "SEQ " SEQ-CO65 " " SITUACAO-EXIBE-W
                   " BANCO " CODBAN-CO65 " AG " AGENCIA-CO65 "-"
                   DIG-AGENCIA-CO65 " CONTA " CONTA-CO65 "-"
                   DIG-CONTA-CO65 " AUTORIZADA EM "
                   DATA-AUTORIZACAO-CO65.
           IF   SITUACAO-CO65 NOT EQUAL 0
                DISPLAY "       CANCELADA EM " DATA-CANCEL-CO65
                        " POR " USUARIO-CO65 ": " MOTIVO-CANCEL-CO65.

      *----------------------------------------------------------------
      *    CANCELA-AUTORIZACAO - a ativa do contrato, com motivo; as
      *    parcelas ja enviadas em remessa seguem o retorno do banco.
      *----------------------------------------------------------------
       CANCELA-AUTORIZACAO SECTION.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           PERFORM LOCALIZA-AUTORIZACOES.
           IF   SEQ-ATIVA-W EQUAL ZEROS
                DISPLAY "CONTRATO SEM AUTORIZACAO ATIVA."
                GO TO CANCELA-AUTORIZACAO-EXIT.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO65.
           MOVE SEQ-ATIVA-W   TO SEQ-CO65.
           READ COD065
               INVALID KEY
                   DISPLAY "ERRO LEITURA COD065: " ST-COD065
                   GO TO CANCELA-AUTORIZACAO-EXIT
           END-READ.
           PERFORM MOSTRA-AUTORIZACAO.

           DISPLAY "MOTIVO DO CANCELAMENTO...............: "
               WITH NO ADVANCING.
           ACCEPT MOTIVO-PARM.
           IF   MOTIVO-PARM EQUAL SPACES
                DISPLAY "MOTIVO OBRIGATORIO - NADA FEITO."
                GO TO CANCELA-AUTORIZACAO-EXIT.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO CANCELA-AUTORIZACAO-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE 1            TO SITUACAO-CO65.
           MOVE DATA-HOJE-W  TO DATA-CANCEL-CO65.
           MOVE MOTIVO-PARM  TO MOTIVO-CANCEL-CO65.
           MOVE USUARIO-PARM TO USUARIO-CO65.
           REWRITE REG-COD065
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD065: " ST-COD065
                   GO TO CANCELA-AUTORIZACAO-EXIT
           END-REWRITE.
           MOVE "CANC-DEBAUT" TO OPERACAO-LOG-W.
           PERFORM GRAVA-LOG-AUTORIZACAO.
           DISPLAY "AUTORIZACAO CANCELADA.".

       CANCELA-AUTORIZACAO-EXIT. EXIT.

      *    o contrato pode existir em mais de um curso/turma: vale o
      *    primeiro registro do numero no COD041
       LOCALIZA-CONTRATO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           MOVE LOW-VALUES TO CHAVE-CO41 OF REG-COD041.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO41.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   MOVE 1 TO ERRO-W
           END-START.
           IF   ERRO-W EQUAL 0
                READ COD041 NEXT RECORD
                    AT END
                        MOVE 1 TO ERRO-W
                END-READ.
           IF   ERRO-W EQUAL 0
           AND  NR-CONTRATO-CO41 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO ERRO-W.
           IF   ERRO-W NOT EQUAL 0
                DISPLAY "CONTRATO NAO CADASTRADO NO COD041."
                GO TO LOCALIZA-CONTRATO-EXIT.
           MOVE CURSO-CO41 TO CURSO-W.
           MOVE TURMA-CO41 TO TURMA-W.

       LOCALIZA-CONTRATO-EXIT. EXIT.

       LOCALIZA-AUTORIZACOES SECTION.
           MOVE ZEROS TO SEQ-ATIVA-W ULTIMA-SEQ-W FIM-VARREDURA-W.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO65.
           MOVE ZEROS         TO SEQ-CO65.
           START COD065 KEY IS NOT LESS CHAVE-CO65
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LE-AUTORIZACAO UNTIL FIM-VARREDURA-TRUE.

       LE-AUTORIZACAO SECTION.
           READ COD065 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-AUTORIZACAO-EXIT.
           IF   NR-CONTRATO-CO65 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-AUTORIZACAO-EXIT.
           MOVE SEQ-CO65 TO ULTIMA-SEQ-W.
           IF   SITUACAO-CO65 EQUAL 0
                MOVE SEQ-CO65 TO SEQ-ATIVA-W.

       LE-AUTORIZACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-AUTORIZACAO - inclusao/cancelamento em LOG003,
      *    nos moldes do GRAVA-LOG-RECIBO de COP081.
      *----------------------------------------------------------------
       GRAVA-LOG-AUTORIZACAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE OPERACAO-LOG-W     TO LOG3-OPERACAO.
           MOVE "COD065"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-CONTRATO-CO65   TO LOG3-CHAVE-REG(1:6).
           MOVE SEQ-CO65           TO LOG3-CHAVE-REG(7:2).
           MOVE "SITUACAO-CO65"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           IF   SITUACAO-CO65 EQUAL 0
                STRING "BCO " CODBAN-CO65 " AG " AGENCIA-CO65
                       " CC " CONTA-CO65 "-" DIG-CONTA-CO65
                       DELIMITED BY SIZE INTO LOG3-VALOR-ATUAL
           ELSE
                MOVE "ATIVA"            TO LOG3-VALOR-ANTERIOR
                MOVE MOTIVO-CANCEL-CO65 TO LOG3-VALOR-ATUAL.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD041 COD065 LOG003.

       END PROGRAM COP083.
