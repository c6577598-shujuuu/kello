      *                             SAI SEMPRE COM O VALOR VIGENTE)
      *        QUALQUER OUTRA LINHA E IMPRESSA COMO ESTA. SEM O
      *        ARQUIVO MINUTA, SO OS BLOCOS SAEM, NA ORDEM ACIMA.
      *        NO DESTINO "A" (ASSINATURA ELETRONICA) A MINUTA VAI PARA
      *        O ARQUIVO Mnnnnnn DO DIRETORIO DA EMPRESA E A LISTA DE
      *        SIGNATARIOS (FORMANDO E RESPONSAVEIS DO COD053) PARA O
      *        Snnnnnn, PARA A PLATAFORMA; CADA SIGNATARIO FICA COMO
      *        ENVIADO NO COD083 (O RETORNO ENTRA PELO COP099). QUEM JA
      *        ASSINOU NAO E' REENVIADO. LINHA DO Snnnnnn (SEPARADA POR
      *        ";"): CONTRATO;TIPO F/R;SEQ;NOME;CPF;E-MAIL;DDD+FONE;
      *        ARQUIVO DA MINUTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY COPX053.

           COPY COPX083.

           COPY LOGX003.

           COPY CGPX001.

           COPY CGPX011.
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-MINUTA.

           SELECT SIGNAT ASSIGN TO PATH-SIGNAT-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-SIGNAT.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.

           COPY COPW053.

           COPY COPW083.

           COPY LOGW003.

           COPY CGPW001.

           COPY CGPW011.
       01  REG-MINUTA.
           05  LINHA-MINUTA          PIC X(80).

       FD  SIGNAT
           LABEL RECORD IS OMITTED.
       01  REG-SIGNAT                PIC X(200).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  SEM-COD053-W          PIC 9        VALUE ZEROS.
      *    SEM-COD053-W = 1 sem o arquivo de fiadores (status 35): o
      *    bloco simplesmente nao sai
           05  ST-COD083             PIC XX       VALUE SPACES.
           05  ST-SIGNAT             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  DESTINO-PARM          PIC X        VALUE "I".
              88  DESTINO-ASSINATURA    VALUE "A".
      *    DESTINO-PARM = "I" impressora (como sempre)  "A" arquivos
      *    para a plataforma de assinatura eletronica
           05  PATH-SIGNAT-W         PIC X(60)    VALUE SPACES.
           05  ARQ-MINUTA-W          PIC X(7)     VALUE SPACES.
           05  ARQ-SIGNAT-W          PIC X(7)     VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  EMAIL-W               PIC X(30)    VALUE SPACES.
           05  DDD-FONE-W            PIC 9(2)     VALUE ZEROS.
           05  FONE-W                PIC 9(9)     VALUE ZEROS.
           05  CPF-SIGNAT-W          PIC 9(16)    VALUE ZEROS.
           05  NOME-SIGNAT-W         PIC X(40)    VALUE SPACES.
           05  TIPO-SIGNAT-W         PIC X        VALUE SPACES.
           05  SEQ-SIGNAT-W          PIC 9(2)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  SITUACAO-ANTES-W      PIC X        VALUE SPACES.
           05  NOVO-REG-W            PIC 9        VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  QTDE-ENVIADOS-W       PIC 9(2)     VALUE ZEROS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD911             PIC XX       VALUE SPACES.
           05  PEDIDO-CORRENTE-W     PIC 9(6)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): so no envio para assinatura, que grava o
      *    COD083; "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

           IF   ERRO-W EQUAL 0
                PERFORM MONTA-DADOS-CLIENTE
                PERFORM IMPRIME-MINUTA
                IF   DESTINO-ASSINATURA
                     PERFORM EXPORTA-SIGNATARIOS
                END-IF
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

           MOVE "CGD911" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD911.
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "PDD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD101.
           MOVE "COD083" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD083.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           MOVE "MINUTA" TO ARQ-REC. MOVE EMPRESA-REF TO
                                     PATH-MINUTA-W.
           CLOSE CONTROLE.
                DISPLAY "AVISO: ARQUIVO MINUTA AUSENTE (" ST-MINUTA
                        ") - SAEM SO OS BLOCOS DE DADOS.".

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO EM COD041."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-PARAMETROS-EXIT
           END-READ.

           DISPLAY "DESTINO (I-IMPRESSORA A-ASSINATURA ELETRONICA): "
               WITH NO ADVANCING.
           ACCEPT DESTINO-PARM.
           IF   DESTINO-PARM EQUAL "a"
                MOVE "A" TO DESTINO-PARM.
           IF   DESTINO-ASSINATURA
                PERFORM PREPARA-ENVIO-ASSINATURA.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PREPARA-ENVIO-ASSINATURA - o envio grava o COD083 e o
      *    LOG003, entao pede o usuario; a minuta sai no arquivo
      *    Mnnnnnn da empresa em vez da impressora (como o spool do
      *    SPP001V faz com o RELAT).
      *----------------------------------------------------------------
       PREPARA-ENVIO-ASSINATURA SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "COP065" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W
                GO TO PREPARA-ENVIO-ASSINATURA-EXIT.

           OPEN I-O COD083.
           IF   ST-COD083 EQUAL "35"
                OPEN OUTPUT COD083
                CLOSE COD083
                OPEN I-O COD083.
           IF   ST-COD083 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD083: " ST-COD083
                MOVE 1 TO ERRO-W
                GO TO PREPARA-ENVIO-ASSINATURA-EXIT.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                CLOSE COD083
                MOVE 1 TO ERRO-W
                GO TO PREPARA-ENVIO-ASSINATURA-EXIT.

           MOVE "M"           TO ARQ-MINUTA-W.
           MOVE CONTRATO-PARM TO ARQ-MINUTA-W(2:6).
           MOVE "S"           TO ARQ-SIGNAT-W.
           MOVE CONTRATO-PARM TO ARQ-SIGNAT-W(2:6).
           MOVE ARQ-MINUTA-W  TO ARQ-REC.
           MOVE EMPRESA-REF   TO NOME-IMPRESSORA.
           MOVE ARQ-SIGNAT-W  TO ARQ-REC.
           MOVE EMPRESA-REF   TO PATH-SIGNAT-W.

       PREPARA-ENVIO-ASSINATURA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MONTA-DADOS-CLIENTE - nome do CGD001 e endereco/CPF do
      *    CGD011 com o fallback para o legado CGD911, no mesmo
      *----------------------------------------------------------------
       MONTA-DADOS-CLIENTE SECTION.
           MOVE SPACES TO NOME-CLIENTE-W ENDERECO-W BAIRRO-W
                          ORIGEM-ENDERECO-W EMAIL-W.
           MOVE ZEROS  TO CEP-W CPF-W DDD-FONE-W FONE-W.

           MOVE CODIGO-CLIENTE-CO41 TO CODIGO-CG01.
           READ CGD001
                MOVE BAIRRO1-CG11   TO BAIRRO-W
                MOVE CEP1-CG11      TO CEP-W
                MOVE CPF-CG11       TO CPF-W
                MOVE E-MAIL-CG11    TO EMAIL-W
                MOVE DDDD-CELULAR-CG11 TO DDD-FONE-W
                MOVE CELULAR-CG11   TO FONE-W
                IF   CELULAR-NOVO-CG11 NUMERIC
                AND  CELULAR-NOVO-CG11 GREATER ZEROS
                     MOVE CELULAR-NOVO-CG11 TO FONE-W
                END-IF
                GO TO MONTA-DADOS-CLIENTE-EXIT.

           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CG91.
                   MOVE BAIRRO1-CG91   TO BAIRRO-W
                   MOVE CEP1-CG91      TO CEP-W
                   MOVE CPF-CG91       TO CPF-W
                   MOVE E-MAIL-CG91    TO EMAIL-W
                   MOVE DDDD-CELULAR-CG91 TO DDD-FONE-W
                   MOVE CELULAR-CG91   TO FONE-W
           END-READ.

       MONTA-DADOS-CLIENTE-EXIT. EXIT.

       IMPRIME-UM-ADITIVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EXPORTA-SIGNATARIOS - formando e responsaveis do COD053 na
      *    lista da plataforma, cada um registrado como enviado no
      *    COD083 (canal eletronico, documento = arquivo da minuta;
      *    o id do envelope chega depois no retorno - COP099).
      *----------------------------------------------------------------
       EXPORTA-SIGNATARIOS SECTION.
           OPEN OUTPUT SIGNAT.
           IF   ST-SIGNAT NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LISTA DE SIGNATARIOS: "
                        ST-SIGNAT
                GO TO EXPORTA-SIGNATARIOS-EXIT.
           MOVE ZEROS TO QTDE-ENVIADOS-W.

           MOVE "F"            TO TIPO-SIGNAT-W.
           MOVE ZEROS          TO SEQ-SIGNAT-W.
           MOVE NOME-CLIENTE-W TO NOME-SIGNAT-W.
           MOVE CPF-W          TO CPF-SIGNAT-W.
           PERFORM ENVIA-SIGNATARIO.

           IF   SEM-COD053-W EQUAL 0
                MOVE ZEROS TO FIM-VARREDURA-W
                MOVE CONTRATO-PARM TO NR-CONTRATO-CO53
                MOVE ZEROS         TO SEQ-FIADOR-CO53
                START COD053 KEY IS NOT LESS CHAVE-CO53
                    INVALID KEY
                        MOVE 1 TO FIM-VARREDURA-W
                END-START
                PERFORM EXPORTA-UM-RESPONSAVEL
                        UNTIL FIM-VARREDURA-TRUE.

           CLOSE SIGNAT.
           DISPLAY "MINUTA EM " NOME-IMPRESSORA " E SIGNATARIOS EM "
                   PATH-SIGNAT-W(1:12) " - " QTDE-ENVIADOS-W
                   " ENVIADO(S).".

       EXPORTA-SIGNATARIOS-EXIT. EXIT.

       EXPORTA-UM-RESPONSAVEL SECTION.
           READ COD053 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO EXPORTA-UM-RESPONSAVEL-EXIT.
           IF   NR-CONTRATO-CO53 NOT EQUAL CONTRATO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO EXPORTA-UM-RESPONSAVEL-EXIT.
           MOVE "R"             TO TIPO-SIGNAT-W.
           MOVE SEQ-FIADOR-CO53 TO SEQ-SIGNAT-W.
           MOVE NOME-CO53       TO NOME-SIGNAT-W.
           MOVE CPF-CO53        TO CPF-SIGNAT-W.
           MOVE SPACES          TO EMAIL-W.
           MOVE DDD-FONE-CO53   TO DDD-FONE-W.
           MOVE FONE-CO53       TO FONE-W.
           PERFORM ENVIA-SIGNATARIO.

       EXPORTA-UM-RESPONSAVEL-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ENVIA-SIGNATARIO - quem ja assinou fica fora; os demais
      *    (a enviar, enviado sem retorno, recusado) saem de novo.
      *----------------------------------------------------------------
       ENVIA-SIGNATARIO SECTION.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO83.
           MOVE TIPO-SIGNAT-W TO TIPO-SIGNAT-CO83.
           MOVE SEQ-SIGNAT-W  TO SEQ-SIGNAT-CO83.
           MOVE ZEROS         TO NOVO-REG-W.
           MOVE SPACES        TO SITUACAO-ANTES-W.
           READ COD083
               INVALID KEY
                   MOVE 1 TO NOVO-REG-W
               NOT INVALID KEY
                   MOVE SITUACAO-CO83 TO SITUACAO-ANTES-W
           END-READ.
           IF   NOVO-REG-W EQUAL 0
           AND  SITUACAO-CO83 EQUAL 2
                GO TO ENVIA-SIGNATARIO-EXIT.

           IF   NOVO-REG-W EQUAL 1
                MOVE SPACES        TO REG-COD083
                MOVE CONTRATO-PARM TO NR-CONTRATO-CO83
                MOVE TIPO-SIGNAT-W TO TIPO-SIGNAT-CO83
                MOVE SEQ-SIGNAT-W  TO SEQ-SIGNAT-CO83.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE CURSO-CO41       TO CURSO-CO83.
           MOVE TURMA-CO41       TO TURMA-CO83.
           MOVE NOME-SIGNAT-W    TO NOME-CO83.
           MOVE CPF-SIGNAT-W     TO CPF-CO83.
           MOVE "E"              TO CANAL-CO83.
           MOVE DATA-HOJE-W      TO DATA-ENVIO-CO83.
           MOVE ZEROS            TO DATA-ASSINATURA-CO83.
           MOVE 1                TO SITUACAO-CO83.
           MOVE SPACES           TO DOCUMENTO-CO83.
           MOVE ARQ-MINUTA-W     TO DOCUMENTO-CO83(1:7).
           MOVE USUARIO-PARM     TO USUARIO-CO83.
           IF   NOVO-REG-W EQUAL 1
                WRITE REG-COD083
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO COD083: " ST-COD083
                        GO TO ENVIA-SIGNATARIO-EXIT
                END-WRITE
           ELSE
                REWRITE REG-COD083
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD083: " ST-COD083
                        GO TO ENVIA-SIGNATARIO-EXIT
                END-REWRITE
           END-IF.

           MOVE SPACES TO REG-SIGNAT.
           STRING CONTRATO-PARM ";" TIPO-SIGNAT-W ";" SEQ-SIGNAT-W ";"
                  NOME-SIGNAT-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CPF-SIGNAT-W ";" EMAIL-W DELIMITED BY SIZE
                  ";" DDD-FONE-W FONE-W ";" ARQ-MINUTA-W
                  DELIMITED BY SIZE
                  INTO REG-SIGNAT.
           WRITE REG-SIGNAT.
           ADD 1 TO QTDE-ENVIADOS-W.
           PERFORM GRAVA-LOG-ENVIO.

       ENVIA-SIGNATARIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-ENVIO - trilha em LOG003 de cada envio, com a
      *    colisao de periodo resolvida no GRAVA-LOG-FISICA.
      *----------------------------------------------------------------
       GRAVA-LOG-ENVIO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           IF   NOVO-REG-W EQUAL 1
                MOVE "INCLUSAO"    TO LOG3-OPERACAO
           ELSE
                MOVE "ALTERACAO"   TO LOG3-OPERACAO.
           MOVE "COD083"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-CO83         TO LOG3-CHAVE-REG(1:9).
           MOVE "SITUACAO-CO83"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SITUACAO-ANTES-W   TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE SITUACAO-CO83      TO LOG3-VALOR-ATUAL(1:1).
           MOVE DOCUMENTO-CO83     TO LOG3-VALOR-ATUAL(3:30).
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-ENVIO-EXIT. EXIT.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

       IMPRIME-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
                CLOSE COD053.
           IF   SEM-MINUTA-W EQUAL 0
                CLOSE MINUTA.
           IF   DESTINO-ASSINATURA
                CLOSE COD083 LOG003.

       END PROGRAM COP065.
