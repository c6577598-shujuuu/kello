       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP127.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DOS CENTROS DE CUSTO (CXD113) E DAS REGRAS DE
      *        RATEIO DAS CONTAS COMPARTILHADAS (CXD114 - PERCENTUAL DE
      *        CADA CENTRO NUMA CONTA REDUZIDA COMO ALUGUEL, ENERGIA,
      *        TELEFONE): INCLUSAO/ALTERACAO DE CENTRO (COM INATIVACAO
      *        - CENTRO COM HISTORICO NAO SE EXCLUI), INCLUSAO/
      *        ALTERACAO/EXCLUSAO DE REGRA E LISTA GERAL, QUE APONTA A
      *        CONTA CUJOS PERCENTUAIS NAO SOMAM 100,00. TRILHA EM
      *        LOG003 NOS MOLDES DO CXP121. O RATEIO MENSAL E O DRE
      *        POR CENTRO SAO DO CXP128.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX113.

           COPY CXPX114.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW113.

           COPY CXPW114.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD113             PIC XX       VALUE SPACES.
           05  ST-CXD114             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CENTRO-PARM           PIC 9(3)     VALUE ZEROS.
           05  REDUZ-PARM            PIC 9(5)     VALUE ZEROS.
           05  PERCENTUAL-PARM       PIC 9(3)V99  VALUE ZEROS.
           05  CONTA-QUEBRA-W        PIC 9(5)     VALUE ZEROS.
           05  SOMA-PERCENTUAL-W     PIC 9(5)V99  VALUE ZEROS.
           05  SOMA-EDIT-W           PIC ZZ.ZZ9,99 VALUE ZEROS.
           05  PERC-EDIT-W           PIC ZZ9,99   VALUE ZEROS.
           05  ARQUIVO-LOG-W         PIC X(8)     VALUE SPACES.
           05  CHAVE-LOG-W           PIC X(20)    VALUE SPACES.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
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
           MOVE "CXD113" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD113.
           MOVE "CXD114" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD114.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CXD113.
           IF   ST-CXD113 EQUAL "35"
                CLOSE CXD113       OPEN OUTPUT CXD113
                CLOSE CXD113       OPEN I-O CXD113.
           IF   ST-CXD113 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD113: " ST-CXD113
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD114.
           IF   ST-CXD114 EQUAL "35"
                CLOSE CXD114       OPEN OUTPUT CXD114
                CLOSE CXD114       OPEN I-O CXD114.
           IF   ST-CXD114 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD114: " ST-CXD114
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
           MOVE "CXP127" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CENTROS DE CUSTO (CXD113) E RATEIO (CXD114)".
           DISPLAY "C-CENTRO R-REGRA E-EXCLUI REGRA L-LISTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "C"  WHEN "c"  PERFORM MANUTENCAO-CENTRO
               WHEN "R"  WHEN "r"  PERFORM MANUTENCAO-REGRA
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-REGRA
               WHEN "L"  WHEN "l"  PERFORM LISTA-GERAL
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       MANUTENCAO-CENTRO SECTION.
           DISPLAY "CODIGO DO CENTRO DE CUSTO (001-999)..: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-PARM.
           IF   CENTRO-PARM EQUAL ZEROS
                DISPLAY "CENTRO 000 E RESERVADO (SEM CENTRO)."
                GO TO MANUTENCAO-CENTRO-EXIT.
           MOVE CENTRO-PARM TO CENTRO-CX113.
           READ CXD113
               INVALID KEY
                   DISPLAY "DESCRICAO............................: "
                       WITH NO ADVANCING
                   ACCEPT DESCRICAO-CX113
                   MOVE 0            TO SITUACAO-CX113
                   MOVE USUARIO-PARM TO USUARIO-CX113
                   WRITE REG-CXD113
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CXD113: " ST-CXD113
                       NOT INVALID KEY
                           MOVE "INCLUSAO" TO LOG3-OPERACAO
                           MOVE SPACES TO ANTERIOR-LOG-W
                           PERFORM MONTA-LOG-CENTRO
                           DISPLAY "CENTRO INCLUIDO."
                   END-WRITE
               NOT INVALID KEY
                   MOVE SPACES TO ANTERIOR-LOG-W
                   MOVE DESCRICAO-CX113 TO ANTERIOR-LOG-W(1:30)
                   MOVE SITUACAO-CX113  TO ANTERIOR-LOG-W(32:1)
                   DISPLAY "DESCRICAO ATUAL: " DESCRICAO-CX113
                           "  SITUACAO: " SITUACAO-CX113
                   DISPLAY "NOVA DESCRICAO.......................: "
                       WITH NO ADVANCING
                   ACCEPT DESCRICAO-CX113
                   DISPLAY "SITUACAO (0-ATIVO 1-INATIVO).........: "
                       WITH NO ADVANCING
                   ACCEPT SITUACAO-CX113
                   MOVE USUARIO-PARM TO USUARIO-CX113
                   REWRITE REG-CXD113
                       INVALID KEY
                           DISPLAY "ERRO REGRAVACAO CXD113: "
                                   ST-CXD113
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM MONTA-LOG-CENTRO
                           DISPLAY "CENTRO ALTERADO."
                   END-REWRITE
           END-READ.

       MANUTENCAO-CENTRO-EXIT. EXIT.

       MONTA-LOG-CENTRO SECTION.
           MOVE "CXD113"         TO ARQUIVO-LOG-W.
           MOVE SPACES           TO CHAVE-LOG-W ATUAL-LOG-W.
           MOVE CENTRO-CX113     TO CHAVE-LOG-W(1:3).
           MOVE "DESCR/SITUACAO" TO CAMPO-LOG-W.
           MOVE DESCRICAO-CX113  TO ATUAL-LOG-W(1:30).
           MOVE SITUACAO-CX113   TO ATUAL-LOG-W(32:1).
           PERFORM GRAVA-LOG.

      *----------------------------------------------------------------
      *    MANUTENCAO-REGRA - o centro tem de existir e estar ativo;
      *    percentual zero e' recusado (para tirar o centro da conta,
      *    use a exclusao).
      *----------------------------------------------------------------
       MANUTENCAO-REGRA SECTION.
           DISPLAY "CONTA REDUZIDA COMPARTILHADA.........: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-PARM.
           DISPLAY "CENTRO DE CUSTO......................: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-PARM.
           MOVE CENTRO-PARM TO CENTRO-CX113.
           READ CXD113
               INVALID KEY
                   DISPLAY "CENTRO NAO CADASTRADO."
                   GO TO MANUTENCAO-REGRA-EXIT
           END-READ.
           IF   SITUACAO-CX113 EQUAL 1
                DISPLAY "CENTRO INATIVO."
                GO TO MANUTENCAO-REGRA-EXIT.
           DISPLAY "PERCENTUAL DO CENTRO NA CONTA (999,99): "
               WITH NO ADVANCING.
           ACCEPT PERCENTUAL-PARM.
           IF   PERCENTUAL-PARM EQUAL ZEROS
           OR   PERCENTUAL-PARM GREATER 100
                DISPLAY "PERCENTUAL INVALIDO."
                GO TO MANUTENCAO-REGRA-EXIT.

           MOVE REDUZ-PARM  TO CONTA-REDUZ-CX114.
           MOVE CENTRO-PARM TO CENTRO-CX114.
           MOVE SPACES TO ANTERIOR-LOG-W.
           READ CXD114
               INVALID KEY
                   MOVE PERCENTUAL-PARM TO PERCENTUAL-CX114
                   MOVE USUARIO-PARM    TO USUARIO-CX114
                   WRITE REG-CXD114
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CXD114: " ST-CXD114
                       NOT INVALID KEY
                           MOVE "INCLUSAO" TO LOG3-OPERACAO
                           PERFORM MONTA-LOG-REGRA
                           DISPLAY "REGRA INCLUIDA."
                   END-WRITE
               NOT INVALID KEY
                   MOVE PERCENTUAL-CX114 TO PERC-EDIT-W
                   MOVE PERC-EDIT-W      TO ANTERIOR-LOG-W
                   MOVE PERCENTUAL-PARM  TO PERCENTUAL-CX114
                   MOVE USUARIO-PARM     TO USUARIO-CX114
                   REWRITE REG-CXD114
                       INVALID KEY
                           DISPLAY "ERRO REGRAVACAO CXD114: "
                                   ST-CXD114
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM MONTA-LOG-REGRA
                           DISPLAY "REGRA ALTERADA."
                   END-REWRITE
           END-READ.

       MANUTENCAO-REGRA-EXIT. EXIT.

       EXCLUI-REGRA SECTION.
           DISPLAY "CONTA REDUZIDA COMPARTILHADA.........: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-PARM.
           DISPLAY "CENTRO DE CUSTO......................: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-PARM.
           MOVE REDUZ-PARM  TO CONTA-REDUZ-CX114.
           MOVE CENTRO-PARM TO CENTRO-CX114.
           READ CXD114
               INVALID KEY
                   DISPLAY "REGRA NAO ENCONTRADA."
                   GO TO EXCLUI-REGRA-EXIT
           END-READ.
           MOVE PERCENTUAL-CX114 TO PERC-EDIT-W.
           MOVE SPACES           TO ANTERIOR-LOG-W.
           MOVE PERC-EDIT-W      TO ANTERIOR-LOG-W.
           DELETE CXD114
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CXD114: " ST-CXD114
               NOT INVALID KEY
                   MOVE ZEROS TO PERCENTUAL-CX114
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM MONTA-LOG-REGRA
                   DISPLAY "REGRA EXCLUIDA."
           END-DELETE.

       EXCLUI-REGRA-EXIT. EXIT.

       MONTA-LOG-REGRA SECTION.
           MOVE "CXD114"           TO ARQUIVO-LOG-W.
           MOVE SPACES             TO CHAVE-LOG-W ATUAL-LOG-W.
           MOVE CONTA-REDUZ-CX114  TO CHAVE-LOG-W(1:5).
           MOVE CENTRO-CX114       TO CHAVE-LOG-W(6:3).
           MOVE "PERCENTUAL-CX114" TO CAMPO-LOG-W.
           MOVE PERCENTUAL-CX114   TO PERC-EDIT-W.
           MOVE PERC-EDIT-W        TO ATUAL-LOG-W.
           PERFORM GRAVA-LOG.

      *----------------------------------------------------------------
      *    LISTA-GERAL - centros, depois as regras por conta com a
      *    soma dos percentuais; conta fora de 100,00 sai marcada
      *    (o CXP128 nao a rateia).
      *----------------------------------------------------------------
       LISTA-GERAL SECTION.
           MOVE ZEROS TO FIM-VARREDURA-W CENTRO-CX113.
           START CXD113 KEY IS NOT LESS CENTRO-CX113
               INVALID KEY
                   DISPLAY "NENHUM CENTRO CADASTRADO."
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LISTA-UM-CENTRO UNTIL FIM-VARREDURA-TRUE.

           MOVE ZEROS TO FIM-VARREDURA-W CONTA-QUEBRA-W
                         SOMA-PERCENTUAL-W.
           MOVE ZEROS TO CONTA-REDUZ-CX114 CENTRO-CX114.
           START CXD114 KEY IS NOT LESS CHAVE-CX114
               INVALID KEY
                   DISPLAY "NENHUMA REGRA DE RATEIO CADASTRADA."
                   GO TO LISTA-GERAL-EXIT.
           PERFORM LISTA-UMA-REGRA UNTIL FIM-VARREDURA-TRUE.
           PERFORM FECHA-CONTA-LISTA.

       LISTA-GERAL-EXIT. EXIT.

       LISTA-UM-CENTRO SECTION.
           READ CXD113 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-UM-CENTRO-EXIT.
           IF   SITUACAO-CX113 EQUAL 1
                DISPLAY "CENTRO " CENTRO-CX113 " " DESCRICAO-CX113
                        " (INATIVO)"
           ELSE
                DISPLAY "CENTRO " CENTRO-CX113 " " DESCRICAO-CX113.

       LISTA-UM-CENTRO-EXIT. EXIT.

       LISTA-UMA-REGRA SECTION.
           READ CXD114 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-UMA-REGRA-EXIT.
           IF   CONTA-REDUZ-CX114 NOT EQUAL CONTA-QUEBRA-W
                PERFORM FECHA-CONTA-LISTA
                MOVE CONTA-REDUZ-CX114 TO CONTA-QUEBRA-W
                MOVE ZEROS TO SOMA-PERCENTUAL-W.
           ADD  PERCENTUAL-CX114 TO SOMA-PERCENTUAL-W.
           MOVE PERCENTUAL-CX114 TO PERC-EDIT-W.
           DISPLAY "  CONTA " CONTA-REDUZ-CX114 " CENTRO "
                   CENTRO-CX114 " " PERC-EDIT-W "%".

       LISTA-UMA-REGRA-EXIT. EXIT.

       FECHA-CONTA-LISTA SECTION.
           IF   CONTA-QUEBRA-W EQUAL ZEROS
           AND  SOMA-PERCENTUAL-W EQUAL ZEROS
                GO TO FECHA-CONTA-LISTA-EXIT.
           MOVE SOMA-PERCENTUAL-W TO SOMA-EDIT-W.
           IF   SOMA-PERCENTUAL-W EQUAL 100
                DISPLAY "  CONTA " CONTA-QUEBRA-W " TOTAL "
                        SOMA-EDIT-W "% OK"
           ELSE
                DISPLAY "  CONTA " CONTA-QUEBRA-W " TOTAL "
                        SOMA-EDIT-W "% *** NAO SOMA 100 - NAO RATEIA".

       FECHA-CONTA-LISTA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG - trilha em LOG003; colisao de chave no mesmo
      *    segundo avanca o periodo (molde do GRAVA-LOG-FISICA do
      *    CCP113).
      *----------------------------------------------------------------
       GRAVA-LOG SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE ARQUIVO-LOG-W      TO LOG3-ARQUIVO.
           MOVE CHAVE-LOG-W        TO LOG3-CHAVE-REG.
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

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
           CLOSE CXD113 CXD114 LOG003.

       END PROGRAM CXP127.
