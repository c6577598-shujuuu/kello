       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP086.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DA TABELA DE INDICES MENSAIS DE CORRECAO
      *        (COD067): A VARIACAO PERCENTUAL DE CADA MES POR INDICE
      *        (IGPM, IPCA...), LANCADA PELO FINANCEIRO QUANDO O INDICE
      *        E DIVULGADO. TRILHA DE AUDITORIA EM LOG003 NOS MOLDES DO
      *        COP076. O REAJUSTE ANUAL DAS PARCELAS E O COP087.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX067.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW067.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD067             PIC XX       VALUE SPACES.
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
           05  INDICE-PARM           PIC X(5)     VALUE SPACES.
           05  ANO-MES-PARM          PIC 9(6)     VALUE ZEROS.
           05  ANO-MES-R REDEFINES ANO-MES-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  PERC-ANTES-W          PIC S9(3)V9(4) VALUE ZEROS.
           05  PERC-LOG-W            PIC -ZZ9,9999  VALUE ZEROS.
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
           MOVE "COD067" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD067.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O COD067.
           IF   ST-COD067 EQUAL "35"
                CLOSE COD067       OPEN OUTPUT COD067
                CLOSE COD067       OPEN I-O COD067.
           IF   ST-COD067 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD067: " ST-COD067
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
           MOVE "COP086" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "TABELA DE INDICES MENSAIS (COD067)".
           DISPLAY "I-INCLUI A-ALTERA E-EXCLUI L-LISTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM INCLUI-INDICE
               WHEN "A"  WHEN "a"  PERFORM ALTERA-INDICE
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-INDICE
               WHEN "L"  WHEN "l"  PERFORM LISTA-INDICES
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       INCLUI-INDICE SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO INCLUI-INDICE-EXIT.
           READ COD067
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PERCENTUAL-CO67 TO PERC-LOG-W
                   DISPLAY "MES JA CADASTRADO: " PERC-LOG-W "%"
                   GO TO INCLUI-INDICE-EXIT
           END-READ.

           MOVE INDICE-PARM  TO INDICE-CO67.
           MOVE ANO-MES-PARM TO ANO-MES-CO67.
           PERFORM SOLICITA-PERCENTUAL.
           MOVE USUARIO-PARM TO USUARIO-CO67.
           WRITE REG-COD067
               INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO COD067: " ST-COD067
               NOT INVALID KEY
                   MOVE "INCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO PERC-ANTES-W
                   PERFORM GRAVA-LOG-INDICE
                   DISPLAY "INDICE INCLUIDO."
           END-WRITE.

       INCLUI-INDICE-EXIT. EXIT.

       ALTERA-INDICE SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO ALTERA-INDICE-EXIT.
           READ COD067
               INVALID KEY
                   DISPLAY "MES NAO CADASTRADO."
                   GO TO ALTERA-INDICE-EXIT
           END-READ.

           MOVE PERCENTUAL-CO67 TO PERC-ANTES-W PERC-LOG-W.
           DISPLAY "VARIACAO ATUAL: " PERC-LOG-W "%".
           PERFORM SOLICITA-PERCENTUAL.
           MOVE USUARIO-PARM TO USUARIO-CO67.
           REWRITE REG-COD067
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO COD067: " ST-COD067
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-INDICE
                   DISPLAY "INDICE ALTERADO."
           END-REWRITE.

       ALTERA-INDICE-EXIT. EXIT.

       EXCLUI-INDICE SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO EXCLUI-INDICE-EXIT.
           READ COD067
               INVALID KEY
                   DISPLAY "MES NAO CADASTRADO."
                   GO TO EXCLUI-INDICE-EXIT
           END-READ.

           MOVE PERCENTUAL-CO67 TO PERC-ANTES-W.
           DELETE COD067
               INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO COD067: " ST-COD067
               NOT INVALID KEY
                   MOVE "EXCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO PERCENTUAL-CO67
                   PERFORM GRAVA-LOG-INDICE
                   DISPLAY "INDICE EXCLUIDO."
           END-DELETE.

       EXCLUI-INDICE-EXIT. EXIT.

      *    lista os meses de um indice, do mais antigo ao mais novo
       LISTA-INDICES SECTION.
           DISPLAY "INDICE (IGPM, IPCA...)...............: "
               WITH NO ADVANCING.
           ACCEPT INDICE-PARM.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE INDICE-PARM TO INDICE-CO67.
           MOVE ZEROS       TO ANO-MES-CO67.
           START COD067 KEY IS NOT LESS CHAVE-CO67
               INVALID KEY
                   DISPLAY "INDICE SEM MESES CADASTRADOS."
                   GO TO LISTA-INDICES-EXIT.
           PERFORM LISTA-UM-MES UNTIL FIM-VARREDURA-TRUE.

       LISTA-INDICES-EXIT. EXIT.

       LISTA-UM-MES SECTION.
           READ COD067 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-UM-MES-EXIT.
           IF   INDICE-CO67 NOT EQUAL INDICE-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-UM-MES-EXIT.
           MOVE PERCENTUAL-CO67 TO PERC-LOG-W.
           DISPLAY INDICE-CO67 " " ANO-MES-CO67(5:2) "/"
                   ANO-MES-CO67(1:4) "   " PERC-LOG-W "%".

       LISTA-UM-MES-EXIT. EXIT.

       SOLICITA-CHAVE SECTION.
           DISPLAY "INDICE (IGPM, IPCA...)...............: "
               WITH NO ADVANCING.
           ACCEPT INDICE-PARM.
           DISPLAY "MES DE REFERENCIA (AAAAMM)...........: "
               WITH NO ADVANCING.
           ACCEPT ANO-MES-PARM.
           IF   INDICE-PARM EQUAL SPACES
           OR   MES-PARM LESS 1 OR MES-PARM GREATER 12
           OR   ANO-PARM LESS 1990
                DISPLAY "INDICE OU MES INVALIDO."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-CHAVE-EXIT.
           MOVE INDICE-PARM  TO INDICE-CO67.
           MOVE ANO-MES-PARM TO ANO-MES-CO67.

       SOLICITA-CHAVE-EXIT. EXIT.

       SOLICITA-PERCENTUAL SECTION.
           DISPLAY "VARIACAO DO MES EM % (EX: -0,2300)...: "
               WITH NO ADVANCING.
           ACCEPT PERCENTUAL-CO67.

      *----------------------------------------------------------------
      *    GRAVA-LOG-INDICE - trilha em LOG003 nos moldes do
      *    GRAVA-LOG-FAIXA de COP076.
      *----------------------------------------------------------------
       GRAVA-LOG-INDICE SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD067"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE INDICE-CO67        TO LOG3-CHAVE-REG(1:5).
           MOVE ANO-MES-CO67       TO LOG3-CHAVE-REG(6:6).
           MOVE "PERCENTUAL-CO67"  TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE PERC-ANTES-W       TO PERC-LOG-W.
           MOVE PERC-LOG-W         TO LOG3-VALOR-ANTERIOR(1:9).
           MOVE PERCENTUAL-CO67    TO PERC-LOG-W.
           MOVE PERC-LOG-W         TO LOG3-VALOR-ATUAL(1:9).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD067 LOG003.

       END PROGRAM COP086.
