       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP076.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DA TABELA DE PROVISAO PARA DEVEDORES
      *        DUVIDOSOS - PDD (COD059): PERCENTUAL DO SALDO VENCIDO
      *        PROVISIONADO A PARTIR DE CADA FAIXA DE DIAS DE ATRASO, E
      *        A LINHA 9999 PARA PARCELA EM PROTESTO/NEGATIVACAO (COD050
      *        - VER COP058), NORMALMENTE 100%. TRILHA DE AUDITORIA EM
      *        LOG003 NOS MOLDES DO CCP117. A APURACAO MENSAL E O
      *        COP077.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX059.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW059.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD059             PIC XX       VALUE SPACES.
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
           05  DIAS-PARM             PIC 9(4)     VALUE ZEROS.
           05  PERC-ANTES-W          PIC 9(3)V99  VALUE ZEROS.
           05  PERC-LOG-W            PIC ZZ9,99   VALUE ZEROS.
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
           MOVE "COD059" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD059.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O COD059.
           IF   ST-COD059 EQUAL "35"
                CLOSE COD059       OPEN OUTPUT COD059
                CLOSE COD059       OPEN I-O COD059.
           IF   ST-COD059 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD059: " ST-COD059
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
           MOVE "COP076" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "TABELA DE PROVISAO PDD (COD059)".
           DISPLAY "I-INCLUI A-ALTERA E-EXCLUI L-LISTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM INCLUI-FAIXA
               WHEN "A"  WHEN "a"  PERFORM ALTERA-FAIXA
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-FAIXA
               WHEN "L"  WHEN "l"  PERFORM LISTA-FAIXAS
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       INCLUI-FAIXA SECTION.
           PERFORM SOLICITA-CHAVE.
           READ COD059
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "FAIXA JA CADASTRADA: " PERCENTUAL-CO59 "%"
                   GO TO INCLUI-FAIXA-EXIT
           END-READ.

           MOVE DIAS-PARM TO DIAS-CO59.
           PERFORM SOLICITA-PERCENTUAL.
           MOVE USUARIO-PARM TO USUARIO-CO59.
           WRITE REG-COD059
               INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO COD059: " ST-COD059
               NOT INVALID KEY
                   MOVE "INCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO PERC-ANTES-W
                   PERFORM GRAVA-LOG-FAIXA
                   DISPLAY "FAIXA INCLUIDA."
           END-WRITE.

       INCLUI-FAIXA-EXIT. EXIT.

       ALTERA-FAIXA SECTION.
           PERFORM SOLICITA-CHAVE.
           READ COD059
               INVALID KEY
                   DISPLAY "FAIXA NAO CADASTRADA."
                   GO TO ALTERA-FAIXA-EXIT
           END-READ.

           MOVE PERCENTUAL-CO59 TO PERC-ANTES-W.
           DISPLAY "PERCENTUAL ATUAL: " PERCENTUAL-CO59.
           PERFORM SOLICITA-PERCENTUAL.
           MOVE USUARIO-PARM TO USUARIO-CO59.
           REWRITE REG-COD059
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO COD059: " ST-COD059
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-FAIXA
                   DISPLAY "FAIXA ALTERADA."
           END-REWRITE.

       ALTERA-FAIXA-EXIT. EXIT.

       EXCLUI-FAIXA SECTION.
           PERFORM SOLICITA-CHAVE.
           READ COD059
               INVALID KEY
                   DISPLAY "FAIXA NAO CADASTRADA."
                   GO TO EXCLUI-FAIXA-EXIT
           END-READ.

           MOVE PERCENTUAL-CO59 TO PERC-ANTES-W.
           DELETE COD059
               INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO COD059: " ST-COD059
               NOT INVALID KEY
                   MOVE "EXCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO PERCENTUAL-CO59
                   PERFORM GRAVA-LOG-FAIXA
                   DISPLAY "FAIXA EXCLUIDA."
           END-DELETE.

       EXCLUI-FAIXA-EXIT. EXIT.

       LISTA-FAIXAS SECTION.
           MOVE ZEROS TO FIM-VARREDURA-W DIAS-CO59.
           START COD059 KEY IS NOT LESS DIAS-CO59
               INVALID KEY
                   DISPLAY "TABELA VAZIA - PDD SO PELO COD050 (100%)."
                   GO TO LISTA-FAIXAS-EXIT.
           PERFORM LISTA-UMA-FAIXA UNTIL FIM-VARREDURA-TRUE.

       LISTA-FAIXAS-EXIT. EXIT.

       LISTA-UMA-FAIXA SECTION.
           READ COD059 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-UMA-FAIXA-EXIT.
           MOVE PERCENTUAL-CO59 TO PERC-LOG-W.
           IF   DIAS-CO59 EQUAL 9999
                DISPLAY "PROTESTO/NEGATIVACAO (COD050)   " PERC-LOG-W
                        "%"
           ELSE
                DISPLAY "A PARTIR DE " DIAS-CO59 " DIAS DE ATRASO   "
                        PERC-LOG-W "%".

       LISTA-UMA-FAIXA-EXIT. EXIT.

       SOLICITA-CHAVE SECTION.
           DISPLAY "DIAS DE ATRASO (9999 = PROTESTO/NEG.): "
               WITH NO ADVANCING.
           ACCEPT DIAS-PARM.
           MOVE DIAS-PARM TO DIAS-CO59.

       SOLICITA-PERCENTUAL SECTION.
           DISPLAY "PERCENTUAL (SEM VIRGULA, 2 DEC)......: "
               WITH NO ADVANCING.
           ACCEPT PERCENTUAL-CO59.
           IF   PERCENTUAL-CO59 GREATER 100
                DISPLAY "PERCENTUAL ACIMA DE 100 - ASSUMIDO 100."
                MOVE 100 TO PERCENTUAL-CO59.

      *----------------------------------------------------------------
      *    GRAVA-LOG-FAIXA - trilha em LOG003 nos moldes do
      *    GRAVA-LOG-CACHE de CCP117.
      *----------------------------------------------------------------
       GRAVA-LOG-FAIXA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD059"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE DIAS-CO59          TO LOG3-CHAVE-REG(1:4).
           MOVE "PERCENTUAL-CO59"  TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE PERC-ANTES-W       TO PERC-LOG-W.
           MOVE PERC-LOG-W         TO LOG3-VALOR-ANTERIOR(1:6).
           MOVE PERCENTUAL-CO59    TO PERC-LOG-W.
           MOVE PERC-LOG-W         TO LOG3-VALOR-ATUAL(1:6).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD059 LOG003.

       END PROGRAM COP076.
