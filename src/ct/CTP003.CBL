       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTP003.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DO DE-PARA PARA O PLANO DE CONTAS DO
      *        CONTADOR (CTD002): PARA CADA ORIGEM (X-CAIXA CXD100,
      *        P-PAGAMENTO CPD020, R-BAIXA COD044), CODIGO REDUZIDO E
      *        SENTIDO (E-ENTRADA S-SAIDA), A CONTA DEBITO E A CONTA
      *        CREDITO DO PLANO DO ESCRITORIO. INCLUSAO/ALTERACAO,
      *        EXCLUSAO E LISTA GERAL, COM TRILHA EM LOG003 NOS MOLDES
      *        DO CXP121. A EXPORTACAO MENSAL QUE USA ISTO E O CTP004.
      *        A ORIGEM P VALE NOS DOIS SENTIDOS: S PARA O TITULO PAGO,
      *        E PARA O TITULO DE COBRANCA BAIXADO PELO RETORNO CXP104.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CTPX002.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CTPW002.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CTD002             PIC XX       VALUE SPACES.
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
           05  ORIGEM-PARM           PIC X        VALUE SPACES.
           05  REDUZ-PARM            PIC 9(5)     VALUE ZEROS.
           05  SENTIDO-PARM          PIC X        VALUE SPACES.
           05  CHAVE-OK-W            PIC 9        VALUE ZEROS.
           05  VALOR-ANTERIOR-W      PIC X(40)    VALUE SPACES.
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
           MOVE "CTD002" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD002.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CTD002.
           IF   ST-CTD002 EQUAL "35"
                CLOSE CTD002       OPEN OUTPUT CTD002
                CLOSE CTD002       OPEN I-O CTD002.
           IF   ST-CTD002 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD002: " ST-CTD002
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
           MOVE "CTP003" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "DE-PARA PLANO DE CONTAS DO CONTADOR (CTD002)".
           DISPLAY "M-MANUTENCAO E-EXCLUI L-LISTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "M"  WHEN "m"  PERFORM MANUTENCAO-DEPARA
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-REGISTRO
               WHEN "L"  WHEN "l"  PERFORM LISTA-GERAL
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-CHAVE - origem, codigo reduzido e sentido; a
      *    origem R (baixa de parcela) nao tem codigo e fica 00000;
      *    a origem P pede de-para em S (pago) e em E (cobranca).
      *----------------------------------------------------------------
       SOLICITA-CHAVE SECTION.
           MOVE ZEROS TO CHAVE-OK-W.
           DISPLAY "ORIGEM (X-CAIXA P-PAGAR R-RECEBER)...: "
               WITH NO ADVANCING.
           ACCEPT ORIGEM-PARM.
           EVALUATE ORIGEM-PARM
               WHEN "x" MOVE "X" TO ORIGEM-PARM
               WHEN "p" MOVE "P" TO ORIGEM-PARM
               WHEN "r" MOVE "R" TO ORIGEM-PARM
           END-EVALUATE.
           IF   ORIGEM-PARM NOT EQUAL "X"
           AND  ORIGEM-PARM NOT EQUAL "P"
           AND  ORIGEM-PARM NOT EQUAL "R"
                DISPLAY "ORIGEM INVALIDA."
                GO TO SOLICITA-CHAVE-EXIT.

           MOVE ZEROS TO REDUZ-PARM.
           IF   ORIGEM-PARM NOT EQUAL "R"
                DISPLAY "CODIGO REDUZIDO......................: "
                    WITH NO ADVANCING
                ACCEPT REDUZ-PARM.

           DISPLAY "SENTIDO (E-ENTRADA S-SAIDA)..........: "
               WITH NO ADVANCING.
           ACCEPT SENTIDO-PARM.
           EVALUATE SENTIDO-PARM
               WHEN "e" MOVE "E" TO SENTIDO-PARM
               WHEN "s" MOVE "S" TO SENTIDO-PARM
           END-EVALUATE.
           IF   SENTIDO-PARM NOT EQUAL "E"
           AND  SENTIDO-PARM NOT EQUAL "S"
                DISPLAY "SENTIDO INVALIDO."
                GO TO SOLICITA-CHAVE-EXIT.

           MOVE ORIGEM-PARM  TO ORIGEM-CT02.
           MOVE REDUZ-PARM   TO CONTA-REDUZ-CT02.
           MOVE SENTIDO-PARM TO SENTIDO-CT02.
           MOVE 1 TO CHAVE-OK-W.

       SOLICITA-CHAVE-EXIT. EXIT.

       MANUTENCAO-DEPARA SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   CHAVE-OK-W NOT EQUAL 1
                GO TO MANUTENCAO-DEPARA-EXIT.

           READ CTD002
               INVALID KEY
                   MOVE SPACES TO VALOR-ANTERIOR-W
                   PERFORM DIGITA-CONTAS
                   WRITE REG-CTD002
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CTD002: " ST-CTD002
                       NOT INVALID KEY
                           MOVE "INCLUSAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-DEPARA
                           DISPLAY "DE-PARA INCLUIDO."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "DEBITO ATUAL.: " CONTA-DEBITO-CT02
                   DISPLAY "CREDITO ATUAL: " CONTA-CREDITO-CT02
                   MOVE SPACES TO VALOR-ANTERIOR-W
                   STRING CONTA-DEBITO-CT02 CONTA-CREDITO-CT02
                          DELIMITED BY SIZE INTO VALOR-ANTERIOR-W
                   PERFORM DIGITA-CONTAS
                   REWRITE REG-CTD002
                       INVALID KEY
                           DISPLAY "ERRO REGRAVACAO CTD002: "
                                   ST-CTD002
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-DEPARA
                           DISPLAY "DE-PARA ALTERADO."
                   END-REWRITE
           END-READ.

       MANUTENCAO-DEPARA-EXIT. EXIT.

       DIGITA-CONTAS SECTION.
           DISPLAY "CONTA DEBITO NO PLANO DO CONTADOR....: "
               WITH NO ADVANCING.
           ACCEPT CONTA-DEBITO-CT02.
           DISPLAY "CONTA CREDITO NO PLANO DO CONTADOR...: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CREDITO-CT02.
           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-CT02.
           MOVE USUARIO-PARM TO USUARIO-CT02.

       EXCLUI-REGISTRO SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   CHAVE-OK-W NOT EQUAL 1
                GO TO EXCLUI-REGISTRO-EXIT.
           READ CTD002
               INVALID KEY
                   DISPLAY "REGISTRO NAO ENCONTRADO."
                   GO TO EXCLUI-REGISTRO-EXIT
           END-READ.
           MOVE SPACES TO VALOR-ANTERIOR-W.
           STRING CONTA-DEBITO-CT02 CONTA-CREDITO-CT02
                  DELIMITED BY SIZE INTO VALOR-ANTERIOR-W.
           DELETE CTD002
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CTD002: " ST-CTD002
               NOT INVALID KEY
                   MOVE SPACES TO CONTA-DEBITO-CT02 CONTA-CREDITO-CT02
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-DEPARA
                   DISPLAY "REGISTRO EXCLUIDO."
           END-DELETE.

       EXCLUI-REGISTRO-EXIT. EXIT.

       LISTA-GERAL SECTION.
           MOVE ZEROS  TO FIM-VARREDURA-W CONTA-REDUZ-CT02.
           MOVE SPACES TO ORIGEM-CT02 SENTIDO-CT02.
           START CTD002 KEY IS NOT LESS CHAVE-CT02
               INVALID KEY
                   DISPLAY "NENHUM DE-PARA CADASTRADO."
                   GO TO LISTA-GERAL-EXIT.
           PERFORM LISTA-UM-REGISTRO UNTIL FIM-VARREDURA-TRUE.

       LISTA-GERAL-EXIT. EXIT.

       LISTA-UM-REGISTRO SECTION.
           READ CTD002 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-UM-REGISTRO-EXIT.
           DISPLAY ORIGEM-CT02 " " CONTA-REDUZ-CT02 " " SENTIDO-CT02
                   " D " CONTA-DEBITO-CT02 " C " CONTA-CREDITO-CT02.
           GO TO LISTA-UM-REGISTRO.

       LISTA-UM-REGISTRO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-DEPARA - trilha em LOG003 nos moldes do CXP121:
      *    valor anterior/atual = conta debito + conta credito.
      *----------------------------------------------------------------
       GRAVA-LOG-DEPARA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CTD002"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-CT02         TO LOG3-CHAVE-REG(1:7).
           MOVE "CONTAS-CT02"      TO LOG3-CAMPO.
           MOVE VALOR-ANTERIOR-W   TO LOG3-VALOR-ANTERIOR.
           MOVE SPACES             TO LOG3-VALOR-ATUAL.
           STRING CONTA-DEBITO-CT02 CONTA-CREDITO-CT02
                  DELIMITED BY SIZE INTO LOG3-VALOR-ATUAL.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE CTD002 LOG003.

       END PROGRAM CTP003.
