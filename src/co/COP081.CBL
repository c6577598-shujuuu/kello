       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP081.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: REGISTRO DE RECIBOS DE PAGAMENTO DE PARCELA (COD063):
      *        CONSULTA POR NUMERO OU POR CONTRATO/PARCELA,
      *        REIMPRESSAO (2A VIA, PELO COP081V - TAMBEM O CAMINHO
      *        PARA IMPRIMIR OS RECIBOS SO NUMERADOS NOS LOTES PIX
      *        CXP119 E CARTAO CXP116) E CANCELAMENTO COM MOTIVO,
      *        REGISTRADO EM LOG003 NOS MOLDES DO COP048. RECIBO
      *        CANCELADO NAO SE REIMPRIME NEM SE APAGA: O NUMERO FICA
      *        NO REGISTRO PARA A SEQUENCIA NAO TER BURACO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX063.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW063.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD063             PIC XX       VALUE SPACES.
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
           05  RECIBO-PARM           PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-PARM         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-PARM          PIC 9(2)     VALUE ZEROS.
           05  MOTIVO-PARM           PIC X(30)    VALUE SPACES.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  SITUACAO-EXIBE-W      PIC X(9)     VALUE SPACES.
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

       01  PARAMETROS-COP081V.
      *    emissao/reimpressao de recibo (COD063 - ver COP081V)
           05  MODO-RB               PIC X        VALUE SPACES.
           05  NR-RECIBO-RB          PIC 9(8)     VALUE ZEROS.
           05  NR-CONTRATO-RB        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-RB            PIC 9(2)     VALUE ZEROS.
           05  CURSO-RB              PIC X(4)     VALUE SPACES.
           05  TURMA-RB              PIC X(3)     VALUE SPACES.
           05  DATA-VCTO-RB          PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-RB          PIC 9(8)     VALUE ZEROS.
           05  VALOR-PARCELA-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-JUROS-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-MULTA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ABONADO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CREDITO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PAGO-RB         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-SOBRA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  FORMA-PGTO-RB         PIC 9        VALUE ZEROS.
           05  DOCUMENTO-RB          PIC X(25)    VALUE SPACES.
           05  PROGRAMA-RB           PIC X(8)     VALUE SPACES.
           05  USUARIO-RB            PIC X(5)     VALUE SPACES.
           05  MOTIVO-RB             PIC X(30)    VALUE SPACES.
           05  COP081V-RETORNO       PIC X(2)     VALUE SPACES.

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
           MOVE "COD063" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD063.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT COD063.
           IF   ST-COD063 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD063: " ST-COD063
                        " - NENHUM RECIBO EMITIDO AINDA?"
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
           MOVE "COP081" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "RECIBOS DE PAGAMENTO (COD063)".
           DISPLAY "N-NUMERO P-PARCELA R-REIMPRIME X-CANCELA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "N"  WHEN "n"  PERFORM CONSULTA-NUMERO
               WHEN "P"  WHEN "p"  PERFORM CONSULTA-PARCELA
               WHEN "R"  WHEN "r"  PERFORM REIMPRIME-RECIBO
               WHEN "X"  WHEN "x"  PERFORM CANCELA-RECIBO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       CONSULTA-NUMERO SECTION.
           PERFORM LOCALIZA-RECIBO.
           IF   ERRO-W EQUAL 0
                PERFORM MOSTRA-RECIBO.

       CONSULTA-NUMERO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-PARCELA - todos os recibos de uma parcela (chave
      *    alternativa contrato+parcela), inclusive os cancelados.
      *----------------------------------------------------------------
       CONSULTA-PARCELA SECTION.
           DISPLAY "NUMERO DO CONTRATO...................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           DISPLAY "NUMERO DA PARCELA....................: "
               WITH NO ADVANCING.
           ACCEPT PARCELA-PARM.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO63.
           MOVE PARCELA-PARM  TO PARCELA-CO63.
           START COD063 KEY IS EQUAL ALT-CO63
               INVALID KEY
                   DISPLAY "PARCELA SEM RECIBO."
                   GO TO CONSULTA-PARCELA-EXIT.
           PERFORM LISTA-RECIBO-PARCELA UNTIL FIM-VARREDURA-TRUE.

       CONSULTA-PARCELA-EXIT. EXIT.

       LISTA-RECIBO-PARCELA SECTION.
           READ COD063 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-RECIBO-PARCELA-EXIT.
           IF   NR-CONTRATO-CO63 NOT EQUAL CONTRATO-PARM
           OR   PARCELA-CO63 NOT EQUAL PARCELA-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-RECIBO-PARCELA-EXIT.
           PERFORM MOSTRA-RECIBO.

       LISTA-RECIBO-PARCELA-EXIT. EXIT.

       MOSTRA-RECIBO SECTION.
           IF   SITUACAO-CO63 EQUAL 1
                MOVE "CANCELADO" TO SITUACAO-EXIBE-W
           ELSE
                MOVE "VALIDO"    TO SITUACAO-EXIBE-W.
           MOVE VALOR-PAGO-CO63 TO VALOR-EXIBE-W.
           DISPLAY "RECIBO " NR-RECIBO-CO63 " " SITUACAO-EXIBE-W
                   " CONTRATO " NR-CONTRATO-CO63 "/" PARCELA-CO63
                   " PAGO EM " DATA-PGTO-CO63 " VALOR " VALOR-EXIBE-W.
           DISPLAY "       FORMA " FORMA-PGTO-CO63 " DOC "
                   DOCUMENTO-CO63 " EMITIDO " DATA-EMISSAO-CO63
                   " " PROGRAMA-CO63 " " USUARIO-CO63
                   " VIAS " QTDE-VIAS-CO63.
           IF   SITUACAO-CO63 EQUAL 1
                DISPLAY "       CANCELADO EM " DATA-CANCEL-CO63
                        " POR " USUARIO-CANCEL-CO63 ": "
                        MOTIVO-CANCEL-CO63.

      *----------------------------------------------------------------
      *    REIMPRIME-RECIBO - 2a via pelo COP081V (que conta as vias e
      *    recusa recibo cancelado).
      *----------------------------------------------------------------
       REIMPRIME-RECIBO SECTION.
           DISPLAY "NUMERO DO RECIBO.....................: "
               WITH NO ADVANCING.
           ACCEPT RECIBO-PARM.
           MOVE "R"          TO MODO-RB.
           MOVE RECIBO-PARM  TO NR-RECIBO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.
           EVALUATE COP081V-RETORNO
               WHEN "00"  DISPLAY "RECIBO REIMPRESSO."
               WHEN "01"  DISPLAY "RECIBO NAO ENCONTRADO."
               WHEN "02"  DISPLAY "RECIBO CANCELADO - NAO REIMPRIME."
               WHEN OTHER DISPLAY "ERRO NA REIMPRESSAO ("
                                  COP081V-RETORNO ")."
           END-EVALUATE.

       REIMPRIME-RECIBO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CANCELA-RECIBO - o COP081V marca o recibo como cancelado
      *    com o motivo (toda gravacao do COD063 e dele) e aqui fica a
      *    trilha em LOG003. A parcela nao e reaberta: estorno de
      *    baixa continua fora daqui.
      *----------------------------------------------------------------
       CANCELA-RECIBO SECTION.
           PERFORM LOCALIZA-RECIBO.
           IF   ERRO-W NOT EQUAL 0
                GO TO CANCELA-RECIBO-EXIT.
           PERFORM MOSTRA-RECIBO.
           IF   SITUACAO-CO63 EQUAL 1
                DISPLAY "RECIBO JA CANCELADO."
                GO TO CANCELA-RECIBO-EXIT.

           DISPLAY "MOTIVO DO CANCELAMENTO...............: "
               WITH NO ADVANCING.
           ACCEPT MOTIVO-PARM.
           IF   MOTIVO-PARM EQUAL SPACES
                DISPLAY "MOTIVO OBRIGATORIO - NADA FEITO."
                GO TO CANCELA-RECIBO-EXIT.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO CANCELA-RECIBO-EXIT.

           MOVE "C"            TO MODO-RB.
           MOVE NR-RECIBO-CO63 TO NR-RECIBO-RB.
           MOVE USUARIO-PARM   TO USUARIO-RB.
           MOVE MOTIVO-PARM    TO MOTIVO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.
           IF   COP081V-RETORNO NOT EQUAL "00"
                DISPLAY "ERRO NO CANCELAMENTO (" COP081V-RETORNO ")."
                GO TO CANCELA-RECIBO-EXIT.
           PERFORM GRAVA-LOG-RECIBO.
           DISPLAY "RECIBO CANCELADO.".

       CANCELA-RECIBO-EXIT. EXIT.

       LOCALIZA-RECIBO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "NUMERO DO RECIBO.....................: "
               WITH NO ADVANCING.
           ACCEPT RECIBO-PARM.
           IF   RECIBO-PARM EQUAL ZEROS
                DISPLAY "RECIBO NAO ENCONTRADO."
                MOVE 1 TO ERRO-W
                GO TO LOCALIZA-RECIBO-EXIT.
           MOVE RECIBO-PARM TO NR-RECIBO-CO63.
           READ COD063
               INVALID KEY
                   DISPLAY "RECIBO NAO ENCONTRADO."
                   MOVE 1 TO ERRO-W
           END-READ.

       LOCALIZA-RECIBO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-RECIBO - cancelamento em LOG003, nos moldes do
      *    GRAVA-LOG-PARCELA de COP048.
      *----------------------------------------------------------------
       GRAVA-LOG-RECIBO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CANCEL-REC"       TO LOG3-OPERACAO.
           MOVE "COD063"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-RECIBO-CO63     TO LOG3-CHAVE-REG(1:8).
           MOVE NR-CONTRATO-CO63   TO LOG3-CHAVE-REG(10:6).
           MOVE PARCELA-CO63       TO LOG3-CHAVE-REG(17:2).
           MOVE "SITUACAO-CO63"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE VALOR-PAGO-CO63    TO VALOR-EXIBE-W.
           STRING "VALIDO " VALOR-EXIBE-W
                  DELIMITED BY SIZE INTO LOG3-VALOR-ANTERIOR.
           MOVE MOTIVO-PARM        TO LOG3-VALOR-ATUAL.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD063 LOG003.

       END PROGRAM COP081.
