       IDENTIFICATION DIVISION.
       PROGRAM-ID. USP008.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DAS REGRAS DE SEGREGACAO DE FUNCOES (USD008):
      *        CADA REGRA E UM PAR OU GRUPO DE PROGRAMAS QUE A MESMA
      *        PESSOA NAO DEVERIA TER JUNTO NO USD002, COM O GRAU DE
      *        RISCO, QUANTOS PROGRAMAS DO GRUPO CARACTERIZAM O
      *        CONFLITO E ATE DUAS EVIDENCIAS (LADO A / LADO B NA
      *        TRILHA LOG003 OU NAS SESSOES USD003) PARA O RELATORIO
      *        DE CONFLITOS USP009 ACHAR O CASO REAL. A OPCAO P
      *        CARREGA AS REGRAS PADRAO (TITULO A PAGAR DIGITADO,
      *        APROVADO E REMETIDO PELA MESMA PESSOA; BAIXA DE PARCELA
      *        E FECHAMENTO DO CAIXA DO DIA; BANCO DO FORNECEDOR E
      *        REMESSA). TRILHA EM LOG003 NOS MOLDES DO CGP012.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY USPX008.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY USPW008.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-USD008             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
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
           05  CODIGO-PARM           PIC 9(3)     VALUE ZEROS.
           05  IND-PROG-W            PIC 9(2)     VALUE ZEROS.
           05  IND-EVID-W            PIC 9(2)     VALUE ZEROS.
           05  RISCO-ANTES-W         PIC X(1)     VALUE SPACES.
           05  SITUACAO-ANTES-W      PIC X(1)     VALUE SPACES.
           05  PROGRAMAS-ANTES-W     PIC X(40)    VALUE SPACES.
           05  PROGRAMAS-W           PIC X(40)    VALUE SPACES.
           COPY "PARAMETR".

      *    regras de fabrica (opcao P): codigo, descricao, risco,
      *    minimo, os 5 programas e as 2 evidencias, na ordem do
      *    registro USD008
       01  TAB-PADRAO-DADOS.
           05  FILLER                PIC X(45)    VALUE
               "001DIGITA E APROVA O TITULO A PAGAR        32".
           05  FILLER                PIC X(40)    VALUE
               "CPP020  CPP025                          ".
           05  FILLER                PIC X(46)    VALUE
               "CPD020  INCLUSAO    01CPD020  APROVACAO   0108".
           05  FILLER                PIC X(46)    VALUE SPACES.
           05  FILLER                PIC X(45)    VALUE
               "002LANCA NOTA DE SERVICO E APROVA O TITULO 32".
           05  FILLER                PIC X(40)    VALUE
               "CPP038  CPP025                          ".
           05  FILLER                PIC X(46)    VALUE
               "CPD027  INCLUSAO    01CPD020  APROVACAO   0108".
           05  FILLER                PIC X(46)    VALUE SPACES.
           05  FILLER                PIC X(45)    VALUE
               "003APROVA E REMETE O TITULO PARA PAGAMENTO 22".
           05  FILLER                PIC X(40)    VALUE
               "CPP025  CPP030                          ".
           05  FILLER                PIC X(46)    VALUE
               "CPD020  APROVACAO   01CPD020  REMESSA     0108".
           05  FILLER                PIC X(46)    VALUE SPACES.
           05  FILLER                PIC X(45)    VALUE
               "004DIGITA, APROVA E REMETE O TITULO A PAGAR33".
           05  FILLER                PIC X(40)    VALUE
               "CPP020  CPP025  CPP030                  ".
           05  FILLER                PIC X(46)    VALUE
               "CPD020  INCLUSAO    01CPD020  REMESSA     0108".
           05  FILLER                PIC X(46)    VALUE SPACES.
           05  FILLER                PIC X(45)    VALUE
               "005BAIXA PARCELA E FECHA O CAIXA DO DIA    22".
           05  FILLER                PIC X(40)    VALUE
               "COP048  CXP102                          ".
           05  FILLER                PIC X(46)    VALUE
               "COD044  BAIXA       00CXD111  FECHAMENTO  0408".
           05  FILLER                PIC X(46)    VALUE SPACES.
           05  FILLER                PIC X(45)    VALUE
               "006ALTERA BANCO DO FORNECEDOR E REMETE     32".
           05  FILLER                PIC X(40)    VALUE
               "CPP029  CPP030                          ".
           05  FILLER                PIC X(46)    VALUE
               "CPD023  ALTERACAO   00CPD020  REMESSA     0008".
           05  FILLER                PIC X(46)    VALUE SPACES.
       01  TAB-PADRAO REDEFINES TAB-PADRAO-DADOS.
           05  ITEM-PADRAO           PIC X(177)   OCCURS 6 TIMES.
       01  IND-PADRAO                PIC 9(2)     VALUE ZEROS.

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
           MOVE "USD008" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD008.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O USD008.
           IF   ST-USD008 EQUAL "35"
                CLOSE USD008       OPEN OUTPUT USD008
                CLOSE USD008       OPEN I-O USD008.
           IF   ST-USD008 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA USD008: " ST-USD008
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
           MOVE "USP008" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "REGRAS DE SEGREGACAO DE FUNCOES (USD008)".
           DISPLAY "I-INCLUI/ALTERA E-EXCLUI L-LISTA P-PADRAO F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM MANUTENCAO-REGRA
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-REGRA
               WHEN "L"  WHEN "l"  PERFORM LISTA-REGRAS
               WHEN "P"  WHEN "p"  PERFORM CARGA-PADRAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-REGRA - regra nova ou alteracao da existente;
      *    cada pergunta mostra o valor atual no registro lido.
      *----------------------------------------------------------------
       MANUTENCAO-REGRA SECTION.
           DISPLAY "CODIGO DA REGRA......................: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           IF   CODIGO-PARM EQUAL ZEROS
                DISPLAY "CODIGO INVALIDO."
                GO TO MANUTENCAO-REGRA-EXIT.
           MOVE CODIGO-PARM TO CODIGO-US08.
           MOVE SPACES TO RISCO-ANTES-W SITUACAO-ANTES-W
                          PROGRAMAS-ANTES-W.
           READ USD008
               INVALID KEY
                   MOVE SPACES TO REG-USD008
                   MOVE CODIGO-PARM TO CODIGO-US08
                   MOVE ZEROS TO RISCO-US08 MINIMO-US08 SITUACAO-US08
                   MOVE ZEROS TO POS-A-US08 (1) POS-B-US08 (1)
                                 TAM-US08 (1)
                                 POS-A-US08 (2) POS-B-US08 (2)
                                 TAM-US08 (2)
               NOT INVALID KEY
                   MOVE RISCO-US08    TO RISCO-ANTES-W
                   MOVE SITUACAO-US08 TO SITUACAO-ANTES-W
                   PERFORM MONTA-PROGRAMAS
                   MOVE PROGRAMAS-W   TO PROGRAMAS-ANTES-W
                   DISPLAY "ATUAL: " DESCRICAO-US08
                           " RISCO " RISCO-US08
                           " SIT " SITUACAO-US08
           END-READ.

           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-US08.
           DISPLAY "RISCO (1-BAIXO 2-MEDIO 3-ALTO).......: "
               WITH NO ADVANCING.
           ACCEPT RISCO-US08.
           IF   RISCO-US08 NOT EQUAL 1 AND 2 AND 3
                DISPLAY "RISCO INVALIDO."
                GO TO MANUTENCAO-REGRA-EXIT.
           PERFORM SOLICITA-PROGRAMA
                   VARYING IND-PROG-W FROM 1 BY 1
                   UNTIL IND-PROG-W GREATER 5.
           DISPLAY "QTDE DE PROGRAMAS QUE E CONFLITO (0=2): "
               WITH NO ADVANCING.
           ACCEPT MINIMO-US08.
           PERFORM SOLICITA-EVIDENCIA
                   VARYING IND-EVID-W FROM 1 BY 1
                   UNTIL IND-EVID-W GREATER 2.
           DISPLAY "SITUACAO (0-ATIVA 1-INATIVA).........: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-US08.
           IF   SITUACAO-US08 NOT EQUAL 0 AND 1
                DISPLAY "SITUACAO INVALIDA."
                GO TO MANUTENCAO-REGRA-EXIT.
           MOVE USUARIO-PARM TO USUARIO-US08.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-US08.

           WRITE REG-USD008
               INVALID KEY
                   REWRITE REG-USD008
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO USD008: " ST-USD008
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-REGRA
                           DISPLAY "REGRA ALTERADA."
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-REGRA
                   DISPLAY "REGRA INCLUIDA."
           END-WRITE.

       MANUTENCAO-REGRA-EXIT. EXIT.

       SOLICITA-PROGRAMA SECTION.
           DISPLAY "PROGRAMA " IND-PROG-W " (BRANCO = SEM USO)...: "
               PROGRAMA-CONF-US08 (IND-PROG-W) " > "
               WITH NO ADVANCING.
           ACCEPT PROGRAMA-CONF-US08 (IND-PROG-W).

       SOLICITA-PROGRAMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-EVIDENCIA - lado A e lado B na trilha; arquivo do
      *    lado A em branco deixa a evidencia sem uso.
      *----------------------------------------------------------------
       SOLICITA-EVIDENCIA SECTION.
           DISPLAY "EVIDENCIA " IND-EVID-W
                   " - ARQUIVO LADO A (BRANCO = SEM USO): "
               WITH NO ADVANCING.
           ACCEPT ARQUIVO-A-US08 (IND-EVID-W).
           IF   ARQUIVO-A-US08 (IND-EVID-W) EQUAL SPACES
                MOVE SPACES TO EVIDENCIA-US08 (IND-EVID-W)
                MOVE ZEROS  TO POS-A-US08 (IND-EVID-W)
                               POS-B-US08 (IND-EVID-W)
                               TAM-US08 (IND-EVID-W)
                GO TO SOLICITA-EVIDENCIA-EXIT.
           DISPLAY "  OPERACAO LADO A (USD003: PROGRAMA).: "
               WITH NO ADVANCING.
           ACCEPT OPERACAO-A-US08 (IND-EVID-W).
           DISPLAY "  POSICAO NA CHAVE LADO A (0 = DATA).: "
               WITH NO ADVANCING.
           ACCEPT POS-A-US08 (IND-EVID-W).
           DISPLAY "  ARQUIVO LADO B.....................: "
               WITH NO ADVANCING.
           ACCEPT ARQUIVO-B-US08 (IND-EVID-W).
           DISPLAY "  OPERACAO LADO B (USD003: PROGRAMA).: "
               WITH NO ADVANCING.
           ACCEPT OPERACAO-B-US08 (IND-EVID-W).
           DISPLAY "  POSICAO NA CHAVE LADO B (0 = DATA).: "
               WITH NO ADVANCING.
           ACCEPT POS-B-US08 (IND-EVID-W).
           DISPLAY "  BYTES COMPARADOS...................: "
               WITH NO ADVANCING.
           ACCEPT TAM-US08 (IND-EVID-W).
           IF   POS-A-US08 (IND-EVID-W) EQUAL ZEROS
           OR   POS-B-US08 (IND-EVID-W) EQUAL ZEROS
                MOVE 8 TO TAM-US08 (IND-EVID-W).
           IF   POS-A-US08 (IND-EVID-W) + TAM-US08 (IND-EVID-W)
                    GREATER 21
           OR   POS-B-US08 (IND-EVID-W) + TAM-US08 (IND-EVID-W)
                    GREATER 21
           OR   TAM-US08 (IND-EVID-W) EQUAL ZEROS
                DISPLAY "  POSICAO/TAMANHO FORA DA CHAVE - "
                        "EVIDENCIA SEM USO."
                MOVE SPACES TO EVIDENCIA-US08 (IND-EVID-W)
                MOVE ZEROS  TO POS-A-US08 (IND-EVID-W)
                               POS-B-US08 (IND-EVID-W)
                               TAM-US08 (IND-EVID-W).

       SOLICITA-EVIDENCIA-EXIT. EXIT.

       EXCLUI-REGRA SECTION.
           DISPLAY "CODIGO DA REGRA......................: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           MOVE CODIGO-PARM TO CODIGO-US08.
           READ USD008
               INVALID KEY
                   DISPLAY "REGRA NAO CADASTRADA."
                   GO TO EXCLUI-REGRA-EXIT
           END-READ.
           MOVE RISCO-US08    TO RISCO-ANTES-W.
           MOVE SITUACAO-US08 TO SITUACAO-ANTES-W.
           PERFORM MONTA-PROGRAMAS.
           MOVE PROGRAMAS-W   TO PROGRAMAS-ANTES-W.
           DELETE USD008
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO USD008: " ST-USD008
               NOT INVALID KEY
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-REGRA
                   DISPLAY "REGRA EXCLUIDA."
           END-DELETE.

       EXCLUI-REGRA-EXIT. EXIT.

       LISTA-REGRAS SECTION.
           MOVE ZEROS TO CODIGO-US08.
           START USD008 KEY IS NOT LESS CODIGO-US08
               INVALID KEY
                   DISPLAY "NENHUMA REGRA CADASTRADA."
                   GO TO LISTA-REGRAS-EXIT.
           PERFORM LISTA-UMA-REGRA.

       LISTA-REGRAS-EXIT. EXIT.

       LISTA-UMA-REGRA SECTION.
           READ USD008 NEXT RECORD
               AT END
                   GO TO LISTA-UMA-REGRA-EXIT.
           PERFORM MONTA-PROGRAMAS.
           DISPLAY CODIGO-US08 " " DESCRICAO-US08
                   " RISCO " RISCO-US08
                   " SIT " SITUACAO-US08.
           DISPLAY "    " PROGRAMAS-W " MIN " MINIMO-US08.
           GO TO LISTA-UMA-REGRA.

       LISTA-UMA-REGRA-EXIT. EXIT.

       MONTA-PROGRAMAS SECTION.
           MOVE SPACES TO PROGRAMAS-W.
           STRING PROGRAMA-CONF-US08 (1) " "
                  PROGRAMA-CONF-US08 (2) " "
                  PROGRAMA-CONF-US08 (3) " "
                  PROGRAMA-CONF-US08 (4) " "
                  PROGRAMA-CONF-US08 (5)
                  DELIMITED BY SIZE INTO PROGRAMAS-W.

      *----------------------------------------------------------------
      *    CARGA-PADRAO - inclui as regras de fabrica que ainda nao
      *    estao cadastradas; as ja cadastradas ficam como estao.
      *----------------------------------------------------------------
       CARGA-PADRAO SECTION.
           MOVE ZEROS TO IND-PADRAO.
           PERFORM INCLUI-PADRAO 6 TIMES.

       CARGA-PADRAO-EXIT. EXIT.

       INCLUI-PADRAO SECTION.
           ADD  1 TO IND-PADRAO.
           MOVE SPACES TO REG-USD008.
           MOVE ITEM-PADRAO (IND-PADRAO) TO REG-USD008(1:177).
           MOVE ZEROS        TO SITUACAO-US08.
           MOVE USUARIO-PARM TO USUARIO-US08.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-US08.
           IF   ARQUIVO-A-US08 (2) EQUAL SPACES
                MOVE ZEROS TO POS-A-US08 (2) POS-B-US08 (2)
                              TAM-US08 (2).
           MOVE SPACES TO RISCO-ANTES-W SITUACAO-ANTES-W
                          PROGRAMAS-ANTES-W.
           PERFORM MONTA-PROGRAMAS.
           WRITE REG-USD008
               INVALID KEY
                   DISPLAY "REGRA " CODIGO-US08 " JA CADASTRADA."
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-REGRA
                   DISPLAY "REGRA " CODIGO-US08 " INCLUIDA."
           END-WRITE.

       INCLUI-PADRAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-REGRA - trilha em LOG003 nos moldes do
      *    GRAVA-LOG-CIDADE de CGP012: risco, situacao e programas
      *    antes/depois.
      *----------------------------------------------------------------
       GRAVA-LOG-REGRA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "USD008"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CODIGO-US08        TO LOG3-CHAVE-REG(1:3).
           MOVE "PROGRAMA-CONF-US08" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE RISCO-ANTES-W      TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE SITUACAO-ANTES-W   TO LOG3-VALOR-ANTERIOR(3:1).
           MOVE PROGRAMAS-ANTES-W  TO LOG3-VALOR-ANTERIOR(5:36).
           IF   LOG3-OPERACAO NOT EQUAL "EXCLUSAO"
                PERFORM MONTA-PROGRAMAS
                MOVE RISCO-US08    TO LOG3-VALOR-ATUAL(1:1)
                MOVE SITUACAO-US08 TO LOG3-VALOR-ATUAL(3:1)
                MOVE PROGRAMAS-W   TO LOG3-VALOR-ATUAL(5:36).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE USD008 LOG003.

       END PROGRAM USP008.
