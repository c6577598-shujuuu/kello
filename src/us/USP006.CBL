       IDENTIFICATION DIVISION.
       PROGRAM-ID. USP006.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DA LISTA DE CAMPOS PROTEGIDOS (USD006): O
      *        ARQUIVO + CAMPO DA LISTA SO MUDA COM DUPLA APROVACAO -
      *        A ALTERACAO VIRA SOLICITACAO PENDENTE NO USD007
      *        (USP007V) E SO E GRAVADA QUANDO OUTRO USUARIO A APROVA
      *        NA FILA DO USP007. CADA CAMPO TEM O PRAZO EM DIAS PARA
      *        A SOLICITACAO EXPIRAR. A OPCAO P CARREGA OS CAMPOS
      *        PADRAO (VALOR DO CONTRATO, DADOS BANCARIOS DE
      *        FORNECEDOR E DE PRESTADOR). TRILHA EM LOG003 NOS
      *        MOLDES DO CGP012.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY USPX006.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY USPW006.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-USD006             PIC XX       VALUE SPACES.
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
           05  ARQUIVO-PARM          PIC X(8)     VALUE SPACES.
           05  CAMPO-PARM            PIC X(20)    VALUE SPACES.
           05  SITUACAO-ANTES-W      PIC X(1)     VALUE SPACES.
           05  PRAZO-ANTES-W         PIC 9(3)     VALUE ZEROS.
           COPY "PARAMETR".

      *    campos protegidos de fabrica (opcao P): arquivo + campo +
      *    descricao, na forma do LOG3-CAMPO da trilha de cada um
       01  TAB-PADRAO-DADOS.
           05  FILLER                PIC X(28)    VALUE
               "COD041  VALOR-CONTRATO-CO41 ".
           05  FILLER                PIC X(30)    VALUE
               "VALOR DO CONTRATO (COP052)".
           05  FILLER                PIC X(28)    VALUE
               "CPD023  CONTA-CP23          ".
           05  FILLER                PIC X(30)    VALUE
               "BANCO DO FORNECEDOR (CPP029)".
           05  FILLER                PIC X(28)    VALUE
               "CCD115  CONTA-CC115         ".
           05  FILLER                PIC X(30)    VALUE
               "BANCO DO PRESTADOR (CCP121)".
       01  TAB-PADRAO REDEFINES TAB-PADRAO-DADOS.
           05  ITEM-PADRAO           OCCURS 3 TIMES.
               10  ARQUIVO-PADRAO    PIC X(8).
               10  CAMPO-PADRAO      PIC X(20).
               10  DESCRICAO-PADRAO  PIC X(30).
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
           MOVE "USD006" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD006.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O USD006.
           IF   ST-USD006 EQUAL "35"
                CLOSE USD006       OPEN OUTPUT USD006
                CLOSE USD006       OPEN I-O USD006.
           IF   ST-USD006 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA USD006: " ST-USD006
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
           MOVE "USP006" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CAMPOS PROTEGIDOS - DUPLA APROVACAO (USD006)".
           DISPLAY "I-INCLUI/ALTERA E-EXCLUI L-LISTA P-PADRAO F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM MANUTENCAO-CAMPO
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-CAMPO
               WHEN "L"  WHEN "l"  PERFORM LISTA-CAMPOS
               WHEN "P"  WHEN "p"  PERFORM CARGA-PADRAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       MANUTENCAO-CAMPO SECTION.
           PERFORM SOLICITA-CHAVE.
           MOVE ARQUIVO-PARM TO ARQUIVO-US06.
           MOVE CAMPO-PARM   TO CAMPO-US06.
           MOVE SPACES TO SITUACAO-ANTES-W.
           MOVE ZEROS  TO PRAZO-ANTES-W.
           READ USD006
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-US06
                   MOVE ZEROS  TO PRAZO-DIAS-US06 SITUACAO-US06
               NOT INVALID KEY
                   MOVE SITUACAO-US06   TO SITUACAO-ANTES-W
                   MOVE PRAZO-DIAS-US06 TO PRAZO-ANTES-W
                   DISPLAY "ATUAL: " DESCRICAO-US06
                           " PRAZO " PRAZO-DIAS-US06
                           " SIT " SITUACAO-US06
           END-READ.

           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-US06.
           DISPLAY "DIAS PARA EXPIRAR A PENDENCIA (0=7)..: "
               WITH NO ADVANCING.
           ACCEPT PRAZO-DIAS-US06.
           DISPLAY "SITUACAO (0-PROTEGIDO 1-INATIVO).....: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-US06.
           IF   SITUACAO-US06 NOT EQUAL 0 AND 1
                DISPLAY "SITUACAO INVALIDA."
                GO TO MANUTENCAO-CAMPO-EXIT.
           MOVE USUARIO-PARM TO USUARIO-US06.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-US06.

           WRITE REG-USD006
               INVALID KEY
                   REWRITE REG-USD006
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO USD006: " ST-USD006
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-CAMPO
                           DISPLAY "CAMPO PROTEGIDO ALTERADO."
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CAMPO
                   DISPLAY "CAMPO PROTEGIDO INCLUIDO."
           END-WRITE.

       MANUTENCAO-CAMPO-EXIT. EXIT.

       EXCLUI-CAMPO SECTION.
           PERFORM SOLICITA-CHAVE.
           MOVE ARQUIVO-PARM TO ARQUIVO-US06.
           MOVE CAMPO-PARM   TO CAMPO-US06.
           READ USD006
               INVALID KEY
                   DISPLAY "CAMPO NAO ESTA NA LISTA."
                   GO TO EXCLUI-CAMPO-EXIT
           END-READ.
           MOVE SITUACAO-US06   TO SITUACAO-ANTES-W.
           MOVE PRAZO-DIAS-US06 TO PRAZO-ANTES-W.
           DELETE USD006
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO USD006: " ST-USD006
               NOT INVALID KEY
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CAMPO
                   DISPLAY "CAMPO RETIRADO DA LISTA."
           END-DELETE.

       EXCLUI-CAMPO-EXIT. EXIT.

       LISTA-CAMPOS SECTION.
           MOVE SPACES TO ARQUIVO-US06 CAMPO-US06.
           START USD006 KEY IS NOT LESS CHAVE-US06
               INVALID KEY
                   DISPLAY "NENHUM CAMPO PROTEGIDO."
                   GO TO LISTA-CAMPOS-EXIT.
           PERFORM LISTA-UM-CAMPO.

       LISTA-CAMPOS-EXIT. EXIT.

       LISTA-UM-CAMPO SECTION.
           READ USD006 NEXT RECORD
               AT END
                   GO TO LISTA-UM-CAMPO-EXIT.
           DISPLAY ARQUIVO-US06 " " CAMPO-US06 " " DESCRICAO-US06
                   " PRAZO " PRAZO-DIAS-US06
                   " SIT " SITUACAO-US06.
           GO TO LISTA-UM-CAMPO.

       LISTA-UM-CAMPO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARGA-PADRAO - inclui os campos de fabrica que ainda nao
      *    estao na lista (prazo padrao); os ja cadastrados ficam
      *    como estao.
      *----------------------------------------------------------------
       CARGA-PADRAO SECTION.
           MOVE ZEROS TO IND-PADRAO.
           PERFORM INCLUI-PADRAO 3 TIMES.

       CARGA-PADRAO-EXIT. EXIT.

       INCLUI-PADRAO SECTION.
           ADD  1 TO IND-PADRAO.
           MOVE ARQUIVO-PADRAO (IND-PADRAO)   TO ARQUIVO-US06.
           MOVE CAMPO-PADRAO (IND-PADRAO)     TO CAMPO-US06.
           MOVE DESCRICAO-PADRAO (IND-PADRAO) TO DESCRICAO-US06.
           MOVE ZEROS        TO PRAZO-DIAS-US06 SITUACAO-US06.
           MOVE USUARIO-PARM TO USUARIO-US06.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-US06.
           MOVE SPACES TO SITUACAO-ANTES-W.
           MOVE ZEROS  TO PRAZO-ANTES-W.
           WRITE REG-USD006
               INVALID KEY
                   DISPLAY ARQUIVO-US06 " " CAMPO-US06
                           " JA ESTAVA NA LISTA."
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CAMPO
                   DISPLAY ARQUIVO-US06 " " CAMPO-US06 " INCLUIDO."
           END-WRITE.

       INCLUI-PADRAO-EXIT. EXIT.

       SOLICITA-CHAVE SECTION.
           DISPLAY "ARQUIVO (EX. COD041).................: "
               WITH NO ADVANCING.
           ACCEPT ARQUIVO-PARM.
           DISPLAY "CAMPO (EX. VALOR-CONTRATO-CO41)......: "
               WITH NO ADVANCING.
           ACCEPT CAMPO-PARM.

      *----------------------------------------------------------------
      *    GRAVA-LOG-CAMPO - trilha em LOG003 nos moldes do
      *    GRAVA-LOG-CIDADE de CGP012: situacao e prazo antes/depois.
      *----------------------------------------------------------------
       GRAVA-LOG-CAMPO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "USD006"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE ARQUIVO-US06       TO LOG3-CHAVE-REG(1:8).
           MOVE CAMPO-US06(1:12)   TO LOG3-CHAVE-REG(9:12).
           MOVE "SITUACAO-US06"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SITUACAO-ANTES-W   TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE PRAZO-ANTES-W      TO LOG3-VALOR-ANTERIOR(3:3).
           IF   LOG3-OPERACAO NOT EQUAL "EXCLUSAO"
                MOVE SITUACAO-US06   TO LOG3-VALOR-ATUAL(1:1)
                MOVE PRAZO-DIAS-US06 TO LOG3-VALOR-ATUAL(3:3).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE USD006 LOG003.

       END PROGRAM USP006.
