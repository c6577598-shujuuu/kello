       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCP124.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: ADIANTAMENTO DE DESPESAS DE VIAGEM A FOTOGRAFOS E
      *        CINEGRAFISTAS, COM PRESTACAO DE CONTAS. O ADIANTAMENTO
      *        (CCD116) E FEITO AO PRESTADOR DO CCD115 PARA UM EVENTO
      *        DO VID100 E SAI DO CAIXA COMO DEBITO NO CXD100 (NA
      *        SESSAO DE GAVETA DO USUARIO, SE HOUVER). O PRESTADOR
      *        APRESENTA OS COMPROVANTES POR CATEGORIA (COMBUSTIVEL,
      *        PEDAGIO, ALIMENTACAO, HOSPEDAGEM, OUTRAS - CCD117) E O
      *        ACERTO ENCERRA O ADIANTAMENTO: A SOBRA VOLTA AO CAIXA
      *        (CREDITO NO CXD100) OU E DESCONTADA NA FOLHA DE
      *        REPORTAGEM DE UM MES AINDA NAO CONTABILIZADO (CCD110
      *        TIPO 2, ABATIDO DO TITULO PELO CCP113), E O QUE PASSOU
      *        DO ADIANTADO E REEMBOLSADO PELO CAIXA. DATAS DE CAIXA
      *        SO EM MES ABERTO (CTP001V); TRILHA EM LOG003. OS
      *        ADIANTAMENTOS EM ABERTO SAEM NO CCP125.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CCPX116.

           COPY CCPX117.

           COPY CCPX115.

           COPY CCPX110.

           COPY VIPX100.

           COPY CXPX100.

           COPY CGPX001.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CCPW116.

           COPY CCPW117.

           COPY CCPW115.

           COPY CCPW110.

           COPY VIPW100.

           COPY CXPW100.

           COPY CGPW001.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CCD116             PIC XX       VALUE SPACES.
           05  ST-CCD117             PIC XX       VALUE SPACES.
           05  ST-CCD115             PIC XX       VALUE SPACES.
           05  ST-CCD110             PIC XX       VALUE SPACES.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-CCD116            PIC 9        VALUE ZEROS.
           05  FIM-CCD117            PIC 9        VALUE ZEROS.
              88  FIM-CCD117-TRUE       VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  FORMA-W               PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  NUMERO-PARM           PIC 9(6)     VALUE ZEROS.
           05  CODIGO-PARM           PIC 9(6)     VALUE ZEROS.
           05  DATA-MOVTO-EV-PARM    PIC 9(8)     VALUE ZEROS.
           05  SEQ-EV-PARM           PIC 9(4)     VALUE ZEROS.
           05  DATA-PARM             PIC 9(8)     VALUE ZEROS.
           05  VALOR-PARM            PIC 9(8)V99  VALUE ZEROS.
           05  CONTA-CAIXA-PARM      PIC 9(3)     VALUE ZEROS.
           05  CONTA-REDUZ-PARM      PIC 9(5)     VALUE ZEROS.
           05  TIPO-LCTO-PARM        PIC 9(2)     VALUE ZEROS.
           05  CATEGORIA-PARM        PIC 9        VALUE ZEROS.
           05  DOCUMENTO-PARM        PIC X(10)    VALUE SPACES.
           05  MESANO-DESC-PARM      PIC 9(6)     VALUE ZEROS.
           05  MESANO-MIN-W          PIC 9(6)     VALUE ZEROS.
           05  FILLER REDEFINES MESANO-MIN-W.
               10  ANO-MIN-W         PIC 9(4).
               10  MES-MIN-W         PIC 9(2).
           05  ULT-NUMERO-W          PIC 9(6)     VALUE ZEROS.
           05  DIFERENCA-W           PIC 9(8)V99  VALUE ZEROS.
           05  HISTORICO-W           PIC X(30)    VALUE SPACES.
           05  DOCTO-ADIANT-W.
               10  FILLER            PIC X(2)     VALUE "AD".
               10  NUMERO-DOCTO-W    PIC 9(6)     VALUE ZEROS.
               10  FILLER            PIC X(2)     VALUE SPACES.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(2)     VALUE ZEROS.
           COPY "PARAMETR".

       01  TAB-CATEGORIAS-VALORES.
           05  FILLER                PIC X(12)    VALUE "COMBUSTIVEL ".
           05  FILLER                PIC X(12)    VALUE "PEDAGIO     ".
           05  FILLER                PIC X(12)    VALUE "ALIMENTACAO ".
           05  FILLER                PIC X(12)    VALUE "HOSPEDAGEM  ".
           05  FILLER                PIC X(12)    VALUE "OUTRAS      ".
       01  TAB-CATEGORIAS REDEFINES TAB-CATEGORIAS-VALORES.
           05  NOME-CATEGORIA-TAB    PIC X(12)    OCCURS 5 TIMES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU); "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    caixa em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-CXP134V.
      *    sessao de gaveta do operador (CXD119 - ver CXP134V): fora
      *    de sessao ("01"/"02"/"99") o lancamento vai sem carimbo
           05  MODO-SS               PIC X        VALUE SPACES.
           05  OPERADOR-SS           PIC X(5)     VALUE SPACES.
           05  CONTA-SS              PIC 9(3)     VALUE ZEROS.
           05  NR-SESSAO-SS          PIC 9(5)     VALUE ZEROS.
           05  CONTA-SESSAO-SS       PIC 9(3)     VALUE ZEROS.
           05  TIPO-MOV-SS           PIC 9        VALUE ZEROS.
           05  VALOR-SS              PIC 9(8)V99  VALUE ZEROS.
           05  CXP134V-RETORNO       PIC X(2)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
                PERFORM PROCESSA-OPCAO UNTIL FIM-PROGRAMA-TRUE
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

      *----------------------------------------------------------------
      *    ABRE-ARQUIVOS - CCD116 e CCD117 nascem vazios na primeira
      *    vez; o CGD001 so serve para mostrar o nome.
      *----------------------------------------------------------------
       ABRE-ARQUIVOS SECTION.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVOS-EXIT.

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE "CCD116" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD116.
           MOVE "CCD117" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD117.
           MOVE "CCD115" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD115.
           MOVE "CCD110" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD110.
           MOVE "VID100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID100.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CCD116.
           IF   ST-CCD116 EQUAL "35"
                CLOSE CCD116       OPEN OUTPUT CCD116
                CLOSE CCD116       OPEN I-O CCD116.
           IF   ST-CCD116 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD116: " ST-CCD116
                MOVE 1 TO ERRO-W.

           OPEN I-O CCD117.
           IF   ST-CCD117 EQUAL "35"
                CLOSE CCD117       OPEN OUTPUT CCD117
                CLOSE CCD117       OPEN I-O CCD117.
           IF   ST-CCD117 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD117: " ST-CCD117
                MOVE 1 TO ERRO-W.

           OPEN INPUT CCD115 VID100.
           IF   ST-CCD115 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD115: " ST-CCD115
                DISPLAY "CADASTRE OS PRESTADORES NO CCP121."
                MOVE 1 TO ERRO-W.
           IF   ST-VID100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA VID100: " ST-VID100
                MOVE 1 TO ERRO-W.

           OPEN I-O CCD110 CXD100.
           IF   ST-CCD110 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD110: " ST-CCD110
                MOVE 1 TO ERRO-W.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           OPEN INPUT CGD001.

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
           MOVE "CCP124" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "ADIANTAMENTOS DE VIAGEM (CCD116/CCD117)".
           DISPLAY "A-ADIANTA P-COMPROVANTE E-ACERTO C-CONSULTA "
                   "F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "A"  WHEN "a"  PERFORM LANCA-ADIANTAMENTO
               WHEN "P"  WHEN "p"  PERFORM LANCA-COMPROVANTE
               WHEN "E"  WHEN "e"  PERFORM ENCERRA-ADIANTAMENTO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-ADIANTAMENTO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-ADIANTAMENTO - prestador ativo do CCD115, evento do
      *    VID100 e o debito do valor entregue no CXD100.
      *----------------------------------------------------------------
       LANCA-ADIANTAMENTO SECTION.
           DISPLAY "CODIGO DO PRESTADOR..................: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           MOVE CODIGO-PARM TO CODIGO-CC115.
           READ CCD115
               INVALID KEY
                   DISPLAY "PRESTADOR SEM FICHA NO CCD115 - VER CCP121."
                   GO TO LANCA-ADIANTAMENTO-EXIT
           END-READ.
           IF   SITUACAO-CC115 NOT EQUAL 0
                DISPLAY "PRESTADOR INATIVO NO CCD115."
                GO TO LANCA-ADIANTAMENTO-EXIT.
           PERFORM MOSTRA-NOME.

           DISPLAY "EVENTO - DATA MOVTO (AAAAMMDD).......: "
               WITH NO ADVANCING.
           ACCEPT DATA-MOVTO-EV-PARM.
           DISPLAY "EVENTO - SEQUENCIA...................: "
               WITH NO ADVANCING.
           ACCEPT SEQ-EV-PARM.
           MOVE DATA-MOVTO-EV-PARM TO DATA-MOVTO-V100.
           MOVE SEQ-EV-PARM        TO SEQ-V100.
           READ VID100
               INVALID KEY
                   DISPLAY "EVENTO NAO ENCONTRADO NO VID100."
                   GO TO LANCA-ADIANTAMENTO-EXIT
           END-READ.
           DISPLAY "EVENTO EM " DATA-EVENTO-V100 " - "
                   LOCAL-EVENTO-V100.
           IF   CINEGRAFISTA-V100 NOT EQUAL CODIGO-PARM
                DISPLAY "AVISO: PRESTADOR NAO E' O CINEGRAFISTA DO "
                        "EVENTO (" CINEGRAFISTA-V100 ").".

           DISPLAY "DATA DO ADIANTAMENTO (0=HOJE)........: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           IF   DATA-PARM EQUAL ZEROS
                ACCEPT DATA-PARM FROM DATE YYYYMMDD.
           DISPLAY "VALOR ENTREGUE.......................: "
               WITH NO ADVANCING.
           ACCEPT VALOR-PARM.
           DISPLAY "CONTA DE CAIXA/BANCO DA SAIDA........: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           DISPLAY "TIPO LCTO DO DEBITO (01-49)..........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-LCTO-PARM.
           DISPLAY "CONTA REDUZIDA DE ADIANTAMENTOS......: "
               WITH NO ADVANCING.
           ACCEPT CONTA-REDUZ-PARM.

           IF   VALOR-PARM EQUAL ZEROS
                DISPLAY "VALOR OBRIGATORIO."
                GO TO LANCA-ADIANTAMENTO-EXIT.
           IF   TIPO-LCTO-PARM LESS 01
           OR   TIPO-LCTO-PARM GREATER 49
                DISPLAY "TIPO DE LANCAMENTO INVALIDO."
                GO TO LANCA-ADIANTAMENTO-EXIT.
           PERFORM CONFERE-PERIODO.
           IF   ERRO-W NOT EQUAL 0
                GO TO LANCA-ADIANTAMENTO-EXIT.

           DISPLAY "CONFIRMA O ADIANTAMENTO (S/N)........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S"
           AND  CONFIRMA-W NOT EQUAL "s"
                DISPLAY "ADIANTAMENTO NAO GRAVADO."
                GO TO LANCA-ADIANTAMENTO-EXIT.

           MOVE ZEROS TO ULT-NUMERO-W FIM-CCD116.
           MOVE ZEROS TO NUMERO-CC116.
           START CCD116 KEY IS NOT LESS NUMERO-CC116
               INVALID KEY
                   MOVE 1 TO FIM-CCD116.
           PERFORM PROCURA-ULTIMO-NUMERO UNTIL FIM-CCD116 EQUAL 1.

           COMPUTE NUMERO-CC116 = ULT-NUMERO-W + 1.
           MOVE CODIGO-PARM        TO CODIGO-CC116.
           MOVE DATA-MOVTO-EV-PARM TO DATA-MOVTO-EV-CC116.
           MOVE SEQ-EV-PARM        TO SEQ-EV-CC116.
           MOVE DATA-EVENTO-V100   TO DATA-EVENTO-CC116.
           MOVE DATA-PARM          TO DATA-ADIANT-CC116.
           MOVE VALOR-PARM         TO VALOR-ADIANT-CC116.
           MOVE CONTA-CAIXA-PARM   TO CONTA-CAIXA-CC116.
           MOVE CONTA-REDUZ-PARM   TO CONTA-REDUZ-CC116.
           MOVE ZEROS              TO TOTAL-COMPROVADO-CC116
                                      ULT-SEQ-COMPR-CC116
                                      VALOR-ACERTO-CC116
                                      DATA-ACERTO-CC116
                                      MESANO-DESCONTO-CC116.
           MOVE 0                  TO SITUACAO-CC116.
           MOVE SPACES             TO FORMA-ACERTO-CC116.
           MOVE USUARIO-PARM       TO USUARIO-CC116.
           WRITE REG-CCD116
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CCD116: " ST-CCD116
                   GO TO LANCA-ADIANTAMENTO-EXIT
           END-WRITE.

           MOVE SPACES TO HISTORICO-W.
           STRING "ADIANTAMENTO VIAGEM " NUMERO-CC116
                  DELIMITED BY SIZE INTO HISTORICO-W.
           MOVE VALOR-PARM TO VALOR-CX100.
           MOVE 4          TO TIPO-MOV-SS.
           PERFORM LANCA-CAIXA.

           MOVE "INCLUSAO"           TO LOG3-OPERACAO.
           MOVE "VALOR-ADIANT-CC116" TO LOG3-CAMPO.
           MOVE SPACES               TO LOG3-VALOR-ANTERIOR.
           PERFORM GRAVA-LOG-ADIANTAMENTO.
           DISPLAY "ADIANTAMENTO " NUMERO-CC116 " GRAVADO.".

       LANCA-ADIANTAMENTO-EXIT. EXIT.

       PROCURA-ULTIMO-NUMERO SECTION.
           READ CCD116 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CCD116
                   GO TO PROCURA-ULTIMO-NUMERO-EXIT.
           IF   NUMERO-CC116 GREATER ULT-NUMERO-W
                MOVE NUMERO-CC116 TO ULT-NUMERO-W.

       PROCURA-ULTIMO-NUMERO-EXIT. EXIT.

       LE-ADIANTAMENTO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "NUMERO DO ADIANTAMENTO...............: "
               WITH NO ADVANCING.
           ACCEPT NUMERO-PARM.
           MOVE NUMERO-PARM TO NUMERO-CC116.
           READ CCD116
               INVALID KEY
                   DISPLAY "ADIANTAMENTO NAO ENCONTRADO."
                   MOVE 1 TO ERRO-W
                   GO TO LE-ADIANTAMENTO-EXIT
           END-READ.
           MOVE CODIGO-CC116 TO CODIGO-PARM.
           PERFORM MOSTRA-NOME.
           MOVE VALOR-ADIANT-CC116 TO VALOR-ED-W.
           DISPLAY "EVENTO " DATA-EVENTO-CC116
                   " ADIANTADO EM " DATA-ADIANT-CC116
                   " VALOR " VALOR-ED-W.
           MOVE TOTAL-COMPROVADO-CC116 TO VALOR-ED-W.
           DISPLAY "COMPROVADO ATE AGORA.................: "
                   VALOR-ED-W.
           IF   SITUACAO-CC116 NOT EQUAL 0
                MOVE VALOR-ACERTO-CC116 TO VALOR-ED-W
                DISPLAY "ENCERRADO EM " DATA-ACERTO-CC116
                        " FORMA " FORMA-ACERTO-CC116
                        " DIFERENCA " VALOR-ED-W
                        " FOLHA " MESANO-DESCONTO-CC116.

       LE-ADIANTAMENTO-EXIT. EXIT.

       MOSTRA-NOME SECTION.
           IF   ST-CGD001 NOT EQUAL "00"
                GO TO MOSTRA-NOME-EXIT.
           MOVE CODIGO-PARM TO CODIGO-CG01.
           READ CGD001
               INVALID KEY
                   MOVE SPACES TO NOME-CG01
           END-READ.
           DISPLAY "PRESTADOR " CODIGO-PARM " " NOME-CG01.

       MOSTRA-NOME-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-COMPROVANTE - um recibo/nota da prestacao de contas;
      *    so em adiantamento ainda aberto.
      *----------------------------------------------------------------
       LANCA-COMPROVANTE SECTION.
           PERFORM LE-ADIANTAMENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO LANCA-COMPROVANTE-EXIT.
           IF   SITUACAO-CC116 NOT EQUAL 0
                DISPLAY "ADIANTAMENTO JA ENCERRADO."
                GO TO LANCA-COMPROVANTE-EXIT.

           DISPLAY "CATEGORIA 1-COMBUSTIVEL 2-PEDAGIO 3-ALIMENTACAO".
           DISPLAY "          4-HOSPEDAGEM  5-OUTRAS..........: "
               WITH NO ADVANCING.
           ACCEPT CATEGORIA-PARM.
           IF   CATEGORIA-PARM LESS 1
           OR   CATEGORIA-PARM GREATER 5
                DISPLAY "CATEGORIA INVALIDA."
                GO TO LANCA-COMPROVANTE-EXIT.
           DISPLAY "DATA DO COMPROVANTE (AAAAMMDD).......: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           DISPLAY "DOCUMENTO (NOTA/RECIBO)..............: "
               WITH NO ADVANCING.
           ACCEPT DOCUMENTO-PARM.
           DISPLAY "VALOR................................: "
               WITH NO ADVANCING.
           ACCEPT VALOR-PARM.
           IF   VALOR-PARM EQUAL ZEROS
                DISPLAY "VALOR OBRIGATORIO."
                GO TO LANCA-COMPROVANTE-EXIT.

           ADD  1 TO ULT-SEQ-COMPR-CC116.
           MOVE NUMERO-CC116        TO NUMERO-CC117.
           MOVE ULT-SEQ-COMPR-CC116 TO SEQ-COMPR-CC117.
           MOVE CATEGORIA-PARM      TO CATEGORIA-CC117.
           MOVE DATA-PARM           TO DATA-COMPR-CC117.
           MOVE DOCUMENTO-PARM      TO DOCUMENTO-CC117.
           MOVE VALOR-PARM          TO VALOR-CC117.
           MOVE USUARIO-PARM        TO USUARIO-CC117.
           WRITE REG-CCD117
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CCD117: " ST-CCD117
                   GO TO LANCA-COMPROVANTE-EXIT
           END-WRITE.

           MOVE TOTAL-COMPROVADO-CC116 TO VALOR-ED-W.
           MOVE VALOR-ED-W             TO LOG3-VALOR-ANTERIOR.
           ADD  VALOR-PARM TO TOTAL-COMPROVADO-CC116.
           REWRITE REG-CCD116
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CCD116: " ST-CCD116
           END-REWRITE.

           MOVE "COMPROVANTE"            TO LOG3-OPERACAO.
           MOVE "TOTAL-COMPROVADO-CC116" TO LOG3-CAMPO.
           PERFORM GRAVA-LOG-ADIANTAMENTO.
           MOVE TOTAL-COMPROVADO-CC116 TO VALOR-ED-W.
           DISPLAY "COMPROVANTE GRAVADO - TOTAL COMPROVADO "
                   VALOR-ED-W.

       LANCA-COMPROVANTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ENCERRA-ADIANTAMENTO - acerto da prestacao de contas: sobra
      *    devolvida ao caixa ("D") ou descontada na folha ("F");
      *    excesso reembolsado pelo caixa ("R"); sem diferenca ("Z").
      *----------------------------------------------------------------
       ENCERRA-ADIANTAMENTO SECTION.
           PERFORM LE-ADIANTAMENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO ENCERRA-ADIANTAMENTO-EXIT.
           IF   SITUACAO-CC116 NOT EQUAL 0
                DISPLAY "ADIANTAMENTO JA ENCERRADO."
                GO TO ENCERRA-ADIANTAMENTO-EXIT.

           DISPLAY "DATA DO ACERTO (0=HOJE)..............: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           IF   DATA-PARM EQUAL ZEROS
                ACCEPT DATA-PARM FROM DATE YYYYMMDD.

           IF   VALOR-ADIANT-CC116 GREATER TOTAL-COMPROVADO-CC116
                COMPUTE DIFERENCA-W = VALOR-ADIANT-CC116
                                    - TOTAL-COMPROVADO-CC116
                MOVE DIFERENCA-W TO VALOR-ED-W
                DISPLAY "SOBRA A ACERTAR......................: "
                        VALOR-ED-W
                DISPLAY "D-DEVOLVIDA AO CAIXA F-DESCONTO EM FOLHA: "
                    WITH NO ADVANCING
                ACCEPT FORMA-W
           ELSE
                IF   TOTAL-COMPROVADO-CC116 GREATER VALOR-ADIANT-CC116
                     COMPUTE DIFERENCA-W = TOTAL-COMPROVADO-CC116
                                         - VALOR-ADIANT-CC116
                     MOVE DIFERENCA-W TO VALOR-ED-W
                     DISPLAY "A REEMBOLSAR AO PRESTADOR............: "
                             VALOR-ED-W
                     MOVE "R" TO FORMA-W
                ELSE
                     MOVE ZEROS TO DIFERENCA-W
                     MOVE "Z"   TO FORMA-W.

           EVALUATE FORMA-W
               WHEN "d"  MOVE "D" TO FORMA-W
               WHEN "f"  MOVE "F" TO FORMA-W
           END-EVALUATE.
           IF   FORMA-W NOT EQUAL "D" AND FORMA-W NOT EQUAL "F"
           AND  FORMA-W NOT EQUAL "R" AND FORMA-W NOT EQUAL "Z"
                DISPLAY "FORMA DE ACERTO INVALIDA."
                GO TO ENCERRA-ADIANTAMENTO-EXIT.

           IF   FORMA-W EQUAL "D" OR FORMA-W EQUAL "R"
                PERFORM SOLICITA-CAIXA-ACERTO
                IF   ERRO-W NOT EQUAL 0
                     GO TO ENCERRA-ADIANTAMENTO-EXIT
                END-IF
           END-IF.
           IF   FORMA-W EQUAL "F"
                PERFORM SOLICITA-FOLHA-DESCONTO
                IF   ERRO-W NOT EQUAL 0
                     GO TO ENCERRA-ADIANTAMENTO-EXIT
                END-IF
           END-IF.

           DISPLAY "CONFIRMA O ACERTO (S/N)..............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S"
           AND  CONFIRMA-W NOT EQUAL "s"
                DISPLAY "ACERTO NAO GRAVADO."
                GO TO ENCERRA-ADIANTAMENTO-EXIT.

           EVALUATE FORMA-W
               WHEN "D"
                   MOVE SPACES TO HISTORICO-W
                   STRING "DEVOLUCAO ADIANTAMENTO " NUMERO-CC116
                          DELIMITED BY SIZE INTO HISTORICO-W
                   MOVE DIFERENCA-W TO VALOR-CX100
                   MOVE 3           TO TIPO-MOV-SS
                   PERFORM LANCA-CAIXA
               WHEN "R"
                   MOVE SPACES TO HISTORICO-W
                   STRING "REEMBOLSO ADIANTAMENTO " NUMERO-CC116
                          DELIMITED BY SIZE INTO HISTORICO-W
                   MOVE DIFERENCA-W TO VALOR-CX100
                   MOVE 4           TO TIPO-MOV-SS
                   PERFORM LANCA-CAIXA
               WHEN "F"
                   PERFORM GRAVA-DESCONTO-FOLHA
           END-EVALUATE.

           MOVE 1           TO SITUACAO-CC116.
           MOVE FORMA-W     TO FORMA-ACERTO-CC116.
           MOVE DIFERENCA-W TO VALOR-ACERTO-CC116.
           MOVE DATA-PARM   TO DATA-ACERTO-CC116.
           IF   FORMA-W EQUAL "F"
                MOVE MESANO-DESC-PARM TO MESANO-DESCONTO-CC116.
           REWRITE REG-CCD116
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CCD116: " ST-CCD116
           END-REWRITE.

           MOVE "ACERTO"             TO LOG3-OPERACAO.
           MOVE "VALOR-ACERTO-CC116" TO LOG3-CAMPO.
           MOVE SPACES               TO LOG3-VALOR-ANTERIOR.
           MOVE FORMA-W              TO LOG3-VALOR-ANTERIOR(1:1).
           PERFORM GRAVA-LOG-ADIANTAMENTO.
           DISPLAY "ADIANTAMENTO " NUMERO-CC116 " ENCERRADO.".

       ENCERRA-ADIANTAMENTO-EXIT. EXIT.

       SOLICITA-CAIXA-ACERTO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "CONTA DE CAIXA/BANCO.................: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           IF   FORMA-W EQUAL "D"
                DISPLAY "TIPO LCTO DO CREDITO (50-99).........: "
                    WITH NO ADVANCING
                ACCEPT TIPO-LCTO-PARM
                IF   TIPO-LCTO-PARM LESS 50
                     DISPLAY "TIPO DE LANCAMENTO INVALIDO."
                     MOVE 1 TO ERRO-W
                END-IF
           ELSE
                DISPLAY "TIPO LCTO DO DEBITO (01-49)..........: "
                    WITH NO ADVANCING
                ACCEPT TIPO-LCTO-PARM
                IF   TIPO-LCTO-PARM LESS 01
                OR   TIPO-LCTO-PARM GREATER 49
                     DISPLAY "TIPO DE LANCAMENTO INVALIDO."
                     MOVE 1 TO ERRO-W
                END-IF
           END-IF.
           IF   ERRO-W EQUAL 0
                PERFORM CONFERE-PERIODO.

       SOLICITA-CAIXA-ACERTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-FOLHA-DESCONTO - o desconto vai para um mes base
      *    posterior ao do acerto (padrao: o mes seguinte), ainda nao
      *    contabilizado pelo CCP113.
      *----------------------------------------------------------------
       SOLICITA-FOLHA-DESCONTO SECTION.
           MOVE ZEROS TO ERRO-W.
           MOVE DATA-PARM(1:6) TO MESANO-MIN-W.
           IF   MES-MIN-W LESS 12
                ADD 1 TO MES-MIN-W
           ELSE
                MOVE 1 TO MES-MIN-W
                ADD 1 TO ANO-MIN-W.
           DISPLAY "MES BASE DA FOLHA DO DESCONTO (0=" MESANO-MIN-W
                   "): " WITH NO ADVANCING.
           ACCEPT MESANO-DESC-PARM.
           IF   MESANO-DESC-PARM EQUAL ZEROS
                MOVE MESANO-MIN-W TO MESANO-DESC-PARM.
           IF   MESANO-DESC-PARM LESS MESANO-MIN-W
                DISPLAY "O DESCONTO SO VAI PARA FOLHA POSTERIOR AO "
                        "MES DO ACERTO."
                MOVE 1 TO ERRO-W.

       SOLICITA-FOLHA-DESCONTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-DESCONTO-FOLHA - debito na folha de reportagem:
      *    CCD110 TIPO 2, ja liberado, abatido do titulo do mes pelo
      *    CCP113 e fora da base de retencao (CCP115).
      *----------------------------------------------------------------
       GRAVA-DESCONTO-FOLHA SECTION.
           MOVE NUMERO-CC116      TO NUMERO-DOCTO-W.
           MOVE DATA-PARM         TO DATA-MOVTO-CC110.
           MOVE MESANO-DESC-PARM  TO MESANO-BASE-CC110.
           MOVE CODIGO-CC116      TO CODIGO-CC110.
           MOVE DOCTO-ADIANT-W    TO DOCTO-CC110.
           MOVE DIFERENCA-W       TO VALOR-CREDITO-CC110
                                     VALOR-LIBERADO-CC110.
           MOVE 0                 TO ATUALIZADO-CC-CC110.
           MOVE USUARIO-PARM      TO DIGITADOR-CC110.
           MOVE 2                 TO TIPO-CC110.
           MOVE ZEROS             TO CENTRO-CUSTO-CC110.
           WRITE REG-CCD110
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CCD110: " ST-CCD110
               NOT INVALID KEY
                   DISPLAY "DESCONTO LANCADO NA FOLHA "
                           MESANO-DESC-PARM
           END-WRITE.

       GRAVA-DESCONTO-FOLHA-EXIT. EXIT.

       CONFERE-PERIODO SECTION.
           MOVE ZEROS     TO ERRO-W.
           MOVE DATA-PARM TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "MES CONTABIL FECHADO PARA "
                        DATA-MOVTO-CT " - VER CTP001."
                MOVE 1 TO ERRO-W.

       CONFERE-PERIODO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-CAIXA - lancamento no CXD100 pela conta reduzida do
      *    adiantamento; HISTORICO-W, VALOR-CX100 e TIPO-MOV-SS vem
      *    preenchidos de quem chama.
      *----------------------------------------------------------------
       LANCA-CAIXA SECTION.
           MOVE NUMERO-CC116      TO NUMERO-DOCTO-W.
           MOVE DATA-PARM         TO DATA-MOV-CX100.
           MOVE 1                 TO SEQ-CX100.
           MOVE TIPO-LCTO-PARM    TO TIPO-LCTO-CX100.
           MOVE HISTORICO-W       TO HISTORICO-CX100.
           MOVE DOCTO-ADIANT-W    TO DOCUMENTO-CX100.
           MOVE CODIGO-CC116      TO CONTAPART-CX100.
           MOVE CONTA-REDUZ-CC116 TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM  TO CONTA-CAIXA-CX100.
           MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           PERFORM CONSULTA-SESSAO.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                GO TO LANCA-CAIXA-EXIT.
           IF   SESSAO-CX100 NOT EQUAL ZEROS
                PERFORM ACUMULA-SESSAO.

       LANCA-CAIXA-EXIT. EXIT.

       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

       CONSULTA-SESSAO SECTION.
           MOVE ZEROS              TO SESSAO-CX100.
           MOVE "C"                TO MODO-SS.
           MOVE USUARIO-PARM       TO OPERADOR-SS.
           MOVE CONTA-CAIXA-CX100  TO CONTA-SS.
           CALL "CXP134V" USING PARAMETROS-CXP134V.
           IF   CXP134V-RETORNO EQUAL "00"
                MOVE NR-SESSAO-SS TO SESSAO-CX100.

       CONSULTA-SESSAO-EXIT. EXIT.

       ACUMULA-SESSAO SECTION.
           MOVE "A"                TO MODO-SS.
           MOVE SESSAO-CX100       TO NR-SESSAO-SS.
           MOVE VALOR-CX100        TO VALOR-SS.
           CALL "CXP134V" USING PARAMETROS-CXP134V.
           IF   CXP134V-RETORNO NOT EQUAL "00"
                DISPLAY "AVISO: LANCAMENTO NAO SOMADO NA SESSAO "
                        SESSAO-CX100 " (" CXP134V-RETORNO
                        ") - VER CXP134.".

       ACUMULA-SESSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-ADIANTAMENTO - dados do adiantamento e os
      *    comprovantes apresentados.
      *----------------------------------------------------------------
       CONSULTA-ADIANTAMENTO SECTION.
           PERFORM LE-ADIANTAMENTO.
           IF   ERRO-W NOT EQUAL 0
                GO TO CONSULTA-ADIANTAMENTO-EXIT.

           MOVE 0 TO FIM-CCD117.
           MOVE NUMERO-CC116 TO NUMERO-CC117.
           MOVE ZEROS        TO SEQ-COMPR-CC117.
           START CCD117 KEY IS NOT LESS CHAVE-CC117
               INVALID KEY
                   MOVE 1 TO FIM-CCD117.
           PERFORM LISTA-UM-COMPROVANTE UNTIL FIM-CCD117-TRUE.

       CONSULTA-ADIANTAMENTO-EXIT. EXIT.

       LISTA-UM-COMPROVANTE SECTION.
           READ CCD117 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CCD117
                   GO TO LISTA-UM-COMPROVANTE-EXIT.
           IF   NUMERO-CC117 NOT EQUAL NUMERO-CC116
                MOVE 1 TO FIM-CCD117
                GO TO LISTA-UM-COMPROVANTE-EXIT.

           MOVE VALOR-CC117 TO VALOR-ED-W.
           IF   CATEGORIA-CC117 GREATER 0
           AND  CATEGORIA-CC117 LESS 6
                DISPLAY "  " SEQ-COMPR-CC117 " " DATA-COMPR-CC117
                        " " NOME-CATEGORIA-TAB (CATEGORIA-CC117)
                        " " DOCUMENTO-CC117 " " VALOR-ED-W
           ELSE
                DISPLAY "  " SEQ-COMPR-CC117 " " DATA-COMPR-CC117
                        " " CATEGORIA-CC117
                        " " DOCUMENTO-CC117 " " VALOR-ED-W.

       LISTA-UM-COMPROVANTE-EXIT. EXIT.

       GRAVA-LOG-ADIANTAMENTO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CCD116"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NUMERO-CC116       TO LOG3-CHAVE-REG(1:6).
           MOVE SPACES             TO LOG3-VALOR-ATUAL.
           EVALUATE LOG3-OPERACAO
               WHEN "INCLUSAO"
                   MOVE VALOR-ADIANT-CC116     TO VALOR-ED-W
               WHEN "COMPROVANTE"
                   MOVE TOTAL-COMPROVADO-CC116 TO VALOR-ED-W
               WHEN OTHER
                   MOVE VALOR-ACERTO-CC116     TO VALOR-ED-W
           END-EVALUATE.
           MOVE VALOR-ED-W         TO LOG3-VALOR-ATUAL.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-ADIANTAMENTO-EXIT. EXIT.

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
           CLOSE CCD116 CCD117 CCD115 CCD110 VID100 CXD100 LOG003.
           IF   ST-CGD001 EQUAL "00"
                CLOSE CGD001.

       END PROGRAM CCP124.
