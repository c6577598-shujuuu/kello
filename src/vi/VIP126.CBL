       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP126.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CATALOGO DE MIDIA DIGITAL DO VIDEO (VID115). CADA
      *        CONJUNTO DE ARQUIVOS BRUTOS OU EDITADOS DE UM CONTRATO/
      *        ITEM E REGISTRADO COM O LOCAL DE GUARDA (DISCO, VOLUME
      *        DO NAS, NUVEM), TAMANHO, CHECKSUM E DATA DA GRAVACAO; A
      *        OPCAO N REGISTRA A ENTREGA (ARQUIVO/LINK, PEN DRIVE OU
      *        DISCO) E A C MOSTRA O QUE O CONTRATO AINDA TEM GUARDADO
      *        - O QUE DA PARA REEDITAR QUANDO O CLIENTE VOLTA. A
      *        OPCAO X REGISTRA A EXCLUSAO DO MATERIAL QUE O VIP127
      *        MARCOU COMO PRAZO DE GUARDA VENCIDO (OU QUE SUMIU DO
      *        VOLUME), E A P MANTEM OS PRAZOS DE GUARDA POR TIPO NO
      *        REGISTRO DE CONTROLE. CONTRATO VALIDADO PELO VIP101V.
      *        TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY VIPX115.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY VIPW115.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-VID115             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  NOVO-CONJUNTO-W       PIC 9        VALUE ZEROS.
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
           05  ITEM-PARM             PIC 9(2)     VALUE ZEROS.
           05  SEQ-PARM              PIC 9(3)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  DATA-PARM             PIC 9(8)     VALUE ZEROS.
           05  PRAZO-BRUTO-W         PIC 9(3)     VALUE ZEROS.
           05  PRAZO-EDITADO-W       PIC 9(3)     VALUE ZEROS.
           05  PRAZO-AUX-W           PIC 9(3)     VALUE ZEROS.
           05  CHECKSUM-ANT-W        PIC X(64)    VALUE SPACES.
           05  VOLUME-ANT-W          PIC X(15)    VALUE SPACES.
           05  CAMINHO-ANT-W         PIC X(60)    VALUE SPACES.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  VALOR-ANT-LOG-W       PIC X(40)    VALUE SPACES.
           05  VALOR-ATU-LOG-W       PIC X(40)    VALUE SPACES.
           05  QTDE-CONJUNTOS-W      PIC 9(4)     VALUE ZEROS.
           05  QTDE-REEDITAVEIS-W    PIC 9(4)     VALUE ZEROS.
           05  QTDE-EM-RISCO-W       PIC 9(4)     VALUE ZEROS.
           05  QTDE-EXCLUIDOS-W      PIC 9(4)     VALUE ZEROS.
           05  TAMANHO-ED-W          PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           05  DESCR-SITUACAO-W      PIC X(16)    VALUE SPACES.
           05  DESCR-LOCAL-W         PIC X(5)     VALUE SPACES.
      *    calculo do fim do prazo de guarda (meses sobre AAAAMMDD)
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-LIMITE-W.
               10  ANO-LIM-W         PIC 9(4).
               10  MES-LIM-W         PIC 9(2).
               10  DIA-LIM-W         PIC 9(2).
           05  MESES-TOTAL-W         PIC 9(6)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-VIP101V.
      *    validacao de contrato dos arquivos de video (ver VIP101V):
      *    "00" vigente, "01" inexistente, "02" sem via vigente,
      *    "99" COD041 indisponivel (validacao inativa, entrada segue)
           05  CONTRATO-VAL          PIC 9(8)     VALUE ZEROS.
           05  VIP101V-RETORNO       PIC X(2)     VALUE SPACES.

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
                PERFORM LE-CONTROLE
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
           MOVE "VID115" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID115.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O VID115.
           IF   ST-VID115 EQUAL "35"
                CLOSE VID115       OPEN OUTPUT VID115
                CLOSE VID115       OPEN I-O VID115.
           IF   ST-VID115 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA VID115: " ST-VID115
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
           MOVE "VIP126" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

      *----------------------------------------------------------------
      *    LE-CONTROLE - prazos de guarda do registro 000000; sem o
      *    registro valem 12 meses para o bruto e 60 para o editado,
      *    gravados na primeira vez.
      *----------------------------------------------------------------
       LE-CONTROLE SECTION.
           MOVE ZEROS TO CHAVE-V115.
           READ VID115
               INVALID KEY
                   MOVE SPACES TO REG-VID115
                   MOVE ZEROS  TO CHAVE-V115 LOCAL-V115
                                  QTDE-ARQUIVOS-V115 TAMANHO-MB-V115
                                  DATA-GRAVACAO-V115 DATA-ENTREGA-V115
                                  MEIO-ENTREGA-V115 SITUACAO-V115
                                  DATA-VERIF-V115 DATA-LIMITE-V115
                                  DATA-EXCLUSAO-V115
                   MOVE 12     TO PRAZO-BRUTO-V115
                   MOVE 60     TO PRAZO-EDITADO-V115
                   MOVE "CONTROLE - PRAZOS DE GUARDA" TO DESCRICAO-V115
                   MOVE USUARIO-PARM TO USUARIO-V115
                   WRITE REG-VID115
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CONTROLE VID115: "
                                   ST-VID115
                   END-WRITE
           END-READ.
           MOVE PRAZO-BRUTO-V115   TO PRAZO-BRUTO-W.
           MOVE PRAZO-EDITADO-V115 TO PRAZO-EDITADO-W.

       LE-CONTROLE-EXIT. EXIT.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CATALOGO DE MIDIA DIGITAL DO VIDEO (VID115)".
           DISPLAY "I-INCLUI/ALTERA N-ENTREGA C-CONSULTA X-EXCLUSAO P-PR
      -            "AZOS F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM MANUTENCAO-CONJUNTO
               WHEN "N"  WHEN "n"  PERFORM REGISTRA-ENTREGA
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-CONTRATO
               WHEN "X"  WHEN "x"  PERFORM REGISTRA-EXCLUSAO
               WHEN "P"  WHEN "p"  PERFORM MANUTENCAO-PRAZOS
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-CONTRATO - contrato/item da midia, validado pelo
      *    VIP101V como nas entradas de evento e edicao.
      *----------------------------------------------------------------
       SOLICITA-CONTRATO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "CONTRATO.............................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           IF   CONTRATO-PARM EQUAL ZEROS
                DISPLAY "CONTRATO NAO INFORMADO."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-CONTRATO-EXIT.
           MOVE CONTRATO-PARM TO CONTRATO-VAL.
           CALL "VIP101V" USING PARAMETROS-VIP101V.
           IF   VIP101V-RETORNO EQUAL "01"
                DISPLAY "CONTRATO NAO EXISTE EM COD041."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-CONTRATO-EXIT.
           IF   VIP101V-RETORNO EQUAL "02"
                DISPLAY "CONTRATO SEM VIA VIGENTE EM COD041."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-CONTRATO-EXIT.

       SOLICITA-CONTRATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CONJUNTO - contrato/item/sequencia de um conjunto
      *    ja catalogado.
      *----------------------------------------------------------------
       LOCALIZA-CONJUNTO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "CONTRATO.............................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           DISPLAY "ITEM.................................: "
               WITH NO ADVANCING.
           ACCEPT ITEM-PARM.
           DISPLAY "SEQUENCIA DO CONJUNTO................: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           IF   CONTRATO-PARM EQUAL ZEROS
                DISPLAY "CONTRATO NAO INFORMADO."
                MOVE 1 TO ERRO-W
                GO TO LOCALIZA-CONJUNTO-EXIT.
           MOVE CONTRATO-PARM TO CONTRATO-V115.
           MOVE ITEM-PARM     TO ITEM-V115.
           MOVE SEQ-PARM      TO SEQ-V115.
           READ VID115
               INVALID KEY
                   DISPLAY "CONJUNTO NAO CATALOGADO."
                   MOVE 1 TO ERRO-W
                   GO TO LOCALIZA-CONJUNTO-EXIT
           END-READ.
           PERFORM MOSTRA-CONJUNTO.

       LOCALIZA-CONJUNTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-CONJUNTO - sequencia zero inclui um conjunto
      *    novo no fim do contrato/item; sequencia informada altera.
      *    Conjunto recopiado (volume, caminho ou checksum novos) que
      *    estava divergente ou nao localizado volta a arquivado,
      *    aguardando a proxima conferencia do volume.
      *----------------------------------------------------------------
       MANUTENCAO-CONJUNTO SECTION.
           PERFORM SOLICITA-CONTRATO.
           IF   ERRO-W NOT EQUAL 0
                GO TO MANUTENCAO-CONJUNTO-EXIT.
           DISPLAY "ITEM.................................: "
               WITH NO ADVANCING.
           ACCEPT ITEM-PARM.
           DISPLAY "SEQUENCIA (0 = NOVO CONJUNTO)........: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           IF   SEQ-PARM EQUAL ZEROS
                PERFORM PROXIMA-SEQUENCIA
                IF   ULT-SEQ-W NOT LESS 999
                     DISPLAY "CONTRATO/ITEM SEM SEQUENCIA LIVRE."
                     GO TO MANUTENCAO-CONJUNTO-EXIT
                END-IF
                MOVE 1 TO NOVO-CONJUNTO-W
                MOVE SPACES TO REG-VID115
                MOVE CONTRATO-PARM TO CONTRATO-V115
                MOVE ITEM-PARM     TO ITEM-V115
                COMPUTE SEQ-V115 = ULT-SEQ-W + 1
                MOVE ZEROS TO LOCAL-V115 QTDE-ARQUIVOS-V115
                              TAMANHO-MB-V115 DATA-GRAVACAO-V115
                              DATA-ENTREGA-V115 MEIO-ENTREGA-V115
                              SITUACAO-V115 DATA-VERIF-V115
                              DATA-LIMITE-V115 DATA-EXCLUSAO-V115
                              PRAZO-BRUTO-V115 PRAZO-EDITADO-V115
           ELSE
                MOVE 0 TO NOVO-CONJUNTO-W
                MOVE CONTRATO-PARM TO CONTRATO-V115
                MOVE ITEM-PARM     TO ITEM-V115
                MOVE SEQ-PARM      TO SEQ-V115
                READ VID115
                    INVALID KEY
                        DISPLAY "CONJUNTO NAO CATALOGADO - PARA INCLUIR"
                                " INFORME SEQUENCIA 0."
                        GO TO MANUTENCAO-CONJUNTO-EXIT
                END-READ
                IF   SITUACAO-V115 EQUAL 4
                     DISPLAY "CONJUNTO JA EXCLUIDO EM "
                             DATA-EXCLUSAO-V115 " - NAO PODE SER "
                             "ALTERADO."
                     GO TO MANUTENCAO-CONJUNTO-EXIT
                END-IF
                PERFORM MOSTRA-CONJUNTO.

           MOVE CHECKSUM-V115 TO CHECKSUM-ANT-W.
           MOVE VOLUME-V115   TO VOLUME-ANT-W.
           MOVE CAMINHO-V115  TO CAMINHO-ANT-W.
           MOVE SITUACAO-V115 TO SITUACAO-ANT-W.

           DISPLAY "TIPO (B-BRUTO E-EDITADO).............: "
               WITH NO ADVANCING.
           ACCEPT TIPO-V115.
           IF   TIPO-V115 EQUAL "b"
                MOVE "B" TO TIPO-V115.
           IF   TIPO-V115 EQUAL "e"
                MOVE "E" TO TIPO-V115.
           IF   TIPO-V115 NOT EQUAL "B" AND TIPO-V115 NOT EQUAL "E"
                DISPLAY "TIPO INVALIDO."
                GO TO MANUTENCAO-CONJUNTO-EXIT.
           DISPLAY "DESCRICAO (CARTAO, CAMERA, VERSAO)...: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-V115.
           DISPLAY "LOCAL (1-DISCO 2-NAS 3-NUVEM)........: "
               WITH NO ADVANCING.
           ACCEPT LOCAL-V115.
           IF   LOCAL-V115 LESS 1 OR LOCAL-V115 GREATER 3
                DISPLAY "LOCAL INVALIDO."
                GO TO MANUTENCAO-CONJUNTO-EXIT.
           DISPLAY "VOLUME (ETIQUETA/VOLUME/BUCKET)......: "
               WITH NO ADVANCING.
           ACCEPT VOLUME-V115.
           IF   VOLUME-V115 EQUAL SPACES
                DISPLAY "VOLUME NAO INFORMADO."
                GO TO MANUTENCAO-CONJUNTO-EXIT.
           DISPLAY "PASTA NO VOLUME......................: "
               WITH NO ADVANCING.
           ACCEPT CAMINHO-V115.
           DISPLAY "QUANTIDADE DE ARQUIVOS...............: "
               WITH NO ADVANCING.
           ACCEPT QTDE-ARQUIVOS-V115.
           DISPLAY "TAMANHO TOTAL (MB)...................: "
               WITH NO ADVANCING.
           ACCEPT TAMANHO-MB-V115.
           DISPLAY "CHECKSUM DO CONJUNTO (SHA-256).......: "
               WITH NO ADVANCING.
           ACCEPT CHECKSUM-V115.
           INSPECT CHECKSUM-V115 CONVERTING "abcdef" TO "ABCDEF".
           IF   CHECKSUM-V115 EQUAL SPACES
                DISPLAY "CHECKSUM NAO INFORMADO."
                GO TO MANUTENCAO-CONJUNTO-EXIT.
           DISPLAY "DATA DA GRAVACAO (0 = HOJE)..........: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           IF   DATA-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-PARM.
           MOVE DATA-PARM TO DATA-GRAVACAO-V115.

           IF   NOVO-CONJUNTO-W EQUAL 0
           AND  (SITUACAO-ANT-W EQUAL 1 OR SITUACAO-ANT-W EQUAL 2)
           AND  (CHECKSUM-V115 NOT EQUAL CHECKSUM-ANT-W
                 OR VOLUME-V115 NOT EQUAL VOLUME-ANT-W
                 OR CAMINHO-V115 NOT EQUAL CAMINHO-ANT-W)
                MOVE 0     TO SITUACAO-V115
                MOVE ZEROS TO DATA-VERIF-V115
                DISPLAY "CONJUNTO RECOPIADO - VOLTA A ARQUIVADO ATE A "
                        "PROXIMA CONFERENCIA.".
           IF   DATA-ENTREGA-V115 NOT EQUAL ZEROS
                PERFORM CALCULA-LIMITE.
           MOVE USUARIO-PARM TO USUARIO-V115.

           MOVE "CHECKSUM-V115"      TO CAMPO-LOG-W.
           MOVE CHECKSUM-ANT-W(1:40) TO VALOR-ANT-LOG-W.
           MOVE CHECKSUM-V115(1:40)  TO VALOR-ATU-LOG-W.
           IF   NOVO-CONJUNTO-W EQUAL 1
                MOVE SPACES TO VALOR-ANT-LOG-W
                WRITE REG-VID115
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO VID115: " ST-VID115
                    NOT INVALID KEY
                        MOVE "INCLUSAO" TO LOG3-OPERACAO
                        PERFORM GRAVA-LOG-MIDIA
                        DISPLAY "CONJUNTO INCLUIDO COM SEQUENCIA "
                                SEQ-V115 "."
                END-WRITE
           ELSE
                REWRITE REG-VID115
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO VID115: " ST-VID115
                    NOT INVALID KEY
                        MOVE "ALTERACAO" TO LOG3-OPERACAO
                        PERFORM GRAVA-LOG-MIDIA
                        DISPLAY "CONJUNTO ALTERADO."
                END-REWRITE.

       MANUTENCAO-CONJUNTO-EXIT. EXIT.

       PROXIMA-SEQUENCIA SECTION.
           MOVE ZEROS TO ULT-SEQ-W FIM-VARREDURA-W.
           MOVE CONTRATO-PARM TO CONTRATO-V115.
           MOVE ITEM-PARM     TO ITEM-V115.
           MOVE ZEROS         TO SEQ-V115.
           START VID115 KEY IS NOT LESS CHAVE-V115
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-PROXIMA-SEQUENCIA UNTIL FIM-VARREDURA-TRUE.

       PROXIMA-SEQUENCIA-EXIT. EXIT.

       LE-PROXIMA-SEQUENCIA SECTION.
           READ VID115 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-PROXIMA-SEQUENCIA-EXIT.
           IF   CONTRATO-V115 NOT EQUAL CONTRATO-PARM
           OR   ITEM-V115 NOT EQUAL ITEM-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-PROXIMA-SEQUENCIA-EXIT.
           MOVE SEQ-V115 TO ULT-SEQ-W.

       LE-PROXIMA-SEQUENCIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-ENTREGA - data e meio da entrega do conjunto ao
      *    cliente; o prazo de guarda passa a contar dessa data.
      *----------------------------------------------------------------
       REGISTRA-ENTREGA SECTION.
           PERFORM LOCALIZA-CONJUNTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO REGISTRA-ENTREGA-EXIT.
           IF   SITUACAO-V115 EQUAL 4
                DISPLAY "CONJUNTO JA EXCLUIDO."
                GO TO REGISTRA-ENTREGA-EXIT.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "DATA DA ENTREGA (0 = HOJE)...........: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           IF   DATA-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-PARM.
           IF   DATA-PARM LESS DATA-GRAVACAO-V115
                DISPLAY "ENTREGA ANTERIOR A GRAVACAO."
                GO TO REGISTRA-ENTREGA-EXIT.
           DISPLAY "MEIO (1-ARQUIVO/LINK 2-PEN DRIVE 3-DISCO): "
               WITH NO ADVANCING.
           ACCEPT MEIO-ENTREGA-V115.
           IF   MEIO-ENTREGA-V115 LESS 1
           OR   MEIO-ENTREGA-V115 GREATER 3
                DISPLAY "MEIO INVALIDO."
                GO TO REGISTRA-ENTREGA-EXIT.
           MOVE SPACES            TO VALOR-ANT-LOG-W VALOR-ATU-LOG-W.
           MOVE DATA-ENTREGA-V115 TO VALOR-ANT-LOG-W(1:8).
           MOVE DATA-PARM         TO DATA-ENTREGA-V115.
           MOVE DATA-PARM         TO VALOR-ATU-LOG-W(1:8).
           MOVE MEIO-ENTREGA-V115 TO VALOR-ATU-LOG-W(10:1).
           PERFORM CALCULA-LIMITE.
           MOVE USUARIO-PARM      TO USUARIO-V115.
           REWRITE REG-VID115
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO VID115: " ST-VID115
               NOT INVALID KEY
                   MOVE "ENTREGA"           TO LOG3-OPERACAO
                   MOVE "DATA-ENTREGA-V115" TO CAMPO-LOG-W
                   PERFORM GRAVA-LOG-MIDIA
                   DISPLAY "ENTREGA REGISTRADA - GUARDA ATE "
                           DATA-LIMITE-V115 "."
           END-REWRITE.

       REGISTRA-ENTREGA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-LIMITE - entrega + prazo de guarda do tipo, em
      *    meses (dia 31 em mes mais curto cai no dia 28, sem folga).
      *----------------------------------------------------------------
       CALCULA-LIMITE SECTION.
           IF   TIPO-V115 EQUAL "B"
                MOVE PRAZO-BRUTO-W   TO PRAZO-AUX-W
           ELSE
                MOVE PRAZO-EDITADO-W TO PRAZO-AUX-W.
           MOVE DATA-ENTREGA-V115 TO DATA-LIMITE-W.
           COMPUTE MESES-TOTAL-W = ANO-LIM-W * 12 + MES-LIM-W - 1
                                 + PRAZO-AUX-W.
           DIVIDE MESES-TOTAL-W BY 12 GIVING ANO-LIM-W
                                      REMAINDER MES-LIM-W.
           ADD 1 TO MES-LIM-W.
           IF   DIA-LIM-W GREATER 28
                MOVE 28 TO DIA-LIM-W.
           MOVE DATA-LIMITE-W TO DATA-LIMITE-V115.

       CALCULA-LIMITE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-CONTRATO - tudo o que o contrato tem no catalogo,
      *    com o resumo do que ainda da para reeditar: bruto nao
      *    excluido; divergente ou nao localizado sai como em risco.
      *----------------------------------------------------------------
       CONSULTA-CONTRATO SECTION.
           DISPLAY "CONTRATO.............................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           IF   CONTRATO-PARM EQUAL ZEROS
                DISPLAY "CONTRATO NAO INFORMADO."
                GO TO CONSULTA-CONTRATO-EXIT.
           MOVE ZEROS TO QTDE-CONJUNTOS-W QTDE-REEDITAVEIS-W
                         QTDE-EM-RISCO-W QTDE-EXCLUIDOS-W
                         FIM-VARREDURA-W.
           MOVE CONTRATO-PARM TO CONTRATO-V115.
           MOVE ZEROS         TO ITEM-V115 SEQ-V115.
           START VID115 KEY IS NOT LESS CHAVE-V115
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LISTA-CONJUNTO UNTIL FIM-VARREDURA-TRUE.
           IF   QTDE-CONJUNTOS-W EQUAL ZEROS
                DISPLAY "CONTRATO SEM MIDIA CATALOGADA."
                GO TO CONSULTA-CONTRATO-EXIT.
           DISPLAY "CONJUNTOS: " QTDE-CONJUNTOS-W
                   "  BRUTO DISPONIVEL P/ REEDICAO: " QTDE-REEDITAVEIS-W
                   "  EM RISCO: " QTDE-EM-RISCO-W
                   "  EXCLUIDOS: " QTDE-EXCLUIDOS-W.

       CONSULTA-CONTRATO-EXIT. EXIT.

       LISTA-CONJUNTO SECTION.
           READ VID115 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-CONJUNTO-EXIT.
           IF   CONTRATO-V115 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-CONJUNTO-EXIT.
           ADD 1 TO QTDE-CONJUNTOS-W.
           EVALUATE SITUACAO-V115
               WHEN 4
                   ADD 1 TO QTDE-EXCLUIDOS-W
               WHEN 1
               WHEN 2
                   ADD 1 TO QTDE-EM-RISCO-W
               WHEN OTHER
                   IF   TIPO-V115 EQUAL "B"
                        ADD 1 TO QTDE-REEDITAVEIS-W
                   END-IF
           END-EVALUATE.
           PERFORM MOSTRA-CONJUNTO.

       LISTA-CONJUNTO-EXIT. EXIT.

       MOSTRA-CONJUNTO SECTION.
           EVALUATE SITUACAO-V115
               WHEN 0  MOVE "ARQUIVADO"        TO DESCR-SITUACAO-W
               WHEN 1  MOVE "CHECKSUM DIVERG." TO DESCR-SITUACAO-W
               WHEN 2  MOVE "NAO LOCALIZADO"   TO DESCR-SITUACAO-W
               WHEN 3  MOVE "A EXCLUIR"        TO DESCR-SITUACAO-W
               WHEN 4  MOVE "EXCLUIDO"         TO DESCR-SITUACAO-W
               WHEN OTHER MOVE SPACES          TO DESCR-SITUACAO-W
           END-EVALUATE.
           EVALUATE LOCAL-V115
               WHEN 1  MOVE "DISCO" TO DESCR-LOCAL-W
               WHEN 2  MOVE "NAS"   TO DESCR-LOCAL-W
               WHEN 3  MOVE "NUVEM" TO DESCR-LOCAL-W
               WHEN OTHER MOVE SPACES TO DESCR-LOCAL-W
           END-EVALUATE.
           MOVE TAMANHO-MB-V115 TO TAMANHO-ED-W.
           DISPLAY ITEM-V115 "/" SEQ-V115 " " TIPO-V115 " "
                   DESCRICAO-V115 " " DESCR-LOCAL-W " " VOLUME-V115
                   " " TAMANHO-ED-W "MB".
           DISPLAY "        GRAV " DATA-GRAVACAO-V115
                   " ENTR " DATA-ENTREGA-V115
                   " GUARDA ATE " DATA-LIMITE-V115
                   " VERIF " DATA-VERIF-V115 " " DESCR-SITUACAO-W.

       MOSTRA-CONJUNTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-EXCLUSAO - so o conjunto com prazo vencido
      *    (marcado pelo VIP127) ou perdido no volume; o registro
      *    fica, com data, usuario e motivo da exclusao.
      *----------------------------------------------------------------
       REGISTRA-EXCLUSAO SECTION.
           PERFORM LOCALIZA-CONJUNTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO REGISTRA-EXCLUSAO-EXIT.
           IF   SITUACAO-V115 EQUAL 4
                DISPLAY "CONJUNTO JA EXCLUIDO EM " DATA-EXCLUSAO-V115
                        "."
                GO TO REGISTRA-EXCLUSAO-EXIT.
           IF   SITUACAO-V115 NOT EQUAL 3
           AND  SITUACAO-V115 NOT EQUAL 2
                DISPLAY "CONJUNTO DENTRO DO PRAZO DE GUARDA - "
                        "EXCLUSAO RECUSADA (VER VIP127)."
                GO TO REGISTRA-EXCLUSAO-EXIT.
           DISPLAY "MOTIVO DA EXCLUSAO...................: "
               WITH NO ADVANCING.
           ACCEPT MOTIVO-EXCLUSAO-V115.
           IF   MOTIVO-EXCLUSAO-V115 EQUAL SPACES
                DISPLAY "MOTIVO NAO INFORMADO."
                GO TO REGISTRA-EXCLUSAO-EXIT.
           DISPLAY "CONFIRMA A EXCLUSAO DO MATERIAL (S/N): "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND CONFIRMA-W NOT EQUAL "s"
                DISPLAY "EXCLUSAO CANCELADA."
                GO TO REGISTRA-EXCLUSAO-EXIT.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE SPACES          TO VALOR-ANT-LOG-W VALOR-ATU-LOG-W.
           MOVE SITUACAO-V115   TO VALOR-ANT-LOG-W(1:1).
           MOVE 4               TO SITUACAO-V115.
           MOVE DATA-HOJE-W     TO DATA-EXCLUSAO-V115.
           MOVE USUARIO-PARM    TO USUARIO-V115.
           MOVE "4"             TO VALOR-ATU-LOG-W(1:1).
           MOVE MOTIVO-EXCLUSAO-V115 TO VALOR-ATU-LOG-W(3:30).
           REWRITE REG-VID115
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO VID115: " ST-VID115
               NOT INVALID KEY
                   MOVE "EXCLUSAO"       TO LOG3-OPERACAO
                   MOVE "SITUACAO-V115"  TO CAMPO-LOG-W
                   PERFORM GRAVA-LOG-MIDIA
                   DISPLAY "EXCLUSAO REGISTRADA."
           END-REWRITE.

       REGISTRA-EXCLUSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-PRAZOS - prazos de guarda, em meses apos a
      *    entrega, do bruto e do editado (registro 000000). Vale
      *    para os limites calculados dali em diante.
      *----------------------------------------------------------------
       MANUTENCAO-PRAZOS SECTION.
           DISPLAY "PRAZO ATUAL DO BRUTO (MESES).........: "
                   PRAZO-BRUTO-W.
           DISPLAY "PRAZO ATUAL DO EDITADO (MESES).......: "
                   PRAZO-EDITADO-W.
           DISPLAY "ALTERA (S/N).........................: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND CONFIRMA-W NOT EQUAL "s"
                GO TO MANUTENCAO-PRAZOS-EXIT.
           MOVE ZEROS TO CHAVE-V115.
           READ VID115
               INVALID KEY
                   DISPLAY "CONTROLE VID115 NAO ENCONTRADO."
                   GO TO MANUTENCAO-PRAZOS-EXIT
           END-READ.
           MOVE SPACES TO VALOR-ANT-LOG-W VALOR-ATU-LOG-W.
           MOVE PRAZO-BRUTO-V115   TO VALOR-ANT-LOG-W(1:3).
           MOVE PRAZO-EDITADO-V115 TO VALOR-ANT-LOG-W(5:3).
           DISPLAY "PRAZO DO BRUTO (MESES)...............: "
               WITH NO ADVANCING.
           ACCEPT PRAZO-BRUTO-V115.
           DISPLAY "PRAZO DO EDITADO (MESES).............: "
               WITH NO ADVANCING.
           ACCEPT PRAZO-EDITADO-V115.
           IF   PRAZO-BRUTO-V115 EQUAL ZEROS
           OR   PRAZO-EDITADO-V115 EQUAL ZEROS
                DISPLAY "PRAZO ZERO NAO ACEITO."
                GO TO MANUTENCAO-PRAZOS-EXIT.
           MOVE PRAZO-BRUTO-V115   TO VALOR-ATU-LOG-W(1:3)
                                      PRAZO-BRUTO-W.
           MOVE PRAZO-EDITADO-V115 TO VALOR-ATU-LOG-W(5:3)
                                      PRAZO-EDITADO-W.
           MOVE USUARIO-PARM       TO USUARIO-V115.
           REWRITE REG-VID115
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO VID115: " ST-VID115
               NOT INVALID KEY
                   MOVE "ALTERACAO"      TO LOG3-OPERACAO
                   MOVE "PRAZO-GUARDA"   TO CAMPO-LOG-W
                   PERFORM GRAVA-LOG-MIDIA
                   DISPLAY "PRAZOS ALTERADOS."
           END-REWRITE.

       MANUTENCAO-PRAZOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-MIDIA - trilha em LOG003 nos moldes do CGP012.
      *----------------------------------------------------------------
       GRAVA-LOG-MIDIA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "VID115"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-V115         TO LOG3-CHAVE-REG(1:11).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE VALOR-ANT-LOG-W    TO LOG3-VALOR-ANTERIOR.
           MOVE VALOR-ATU-LOG-W    TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE VID115 LOG003.

       END PROGRAM VIP126.
