       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP034.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: PAGAMENTO PARCIAL DE TITULOS DE CONTAS A PAGAR
      *        (CPD020). CADA PAGAMENTO GRAVA UMA LINHA NO RAZAO DO
      *        TITULO (CPD025) COM DATA, VALOR PAGO, CONTA DE CAIXA E
      *        O DESCONTO, JUROS E MULTA DAQUELE PAGAMENTO, E LANCA O
      *        DEBITO DO VALOR PAGO NO CXD100 COMO O RETORNO CPP031
      *        (NA SESSAO DE GAVETA DO USUARIO, SE HOUVER). O TITULO
      *        CONTINUA EM ABERTO ATE O SALDO (CPP035V) CHEGAR A ZERO,
      *        QUANDO RECEBE DATA-PGTO-CP20. SO PAGA TITULO APROVADO
      *        (CPP020V) E DATA EM MES ABERTO (CTP001V); TRILHA EM
      *        LOG003. A CONSULTA MOSTRA O RAZAO E O SALDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX020.

           COPY CPPX025.

           COPY CXPX100.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW020.

           COPY CPPW025.

           COPY CXPW100.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD025             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-CPD025            PIC 9        VALUE ZEROS.
              88  FIM-CPD025-TRUE       VALUE 1.
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
           05  SEQ-PARM              PIC 9(6)     VALUE ZEROS.
           05  PARCELA-PARM          PIC 9(2)     VALUE ZEROS.
           05  DATA-PGTO-PARM        PIC 9(8)     VALUE ZEROS.
           05  VALOR-PAGO-PARM       PIC 9(8)V99  VALUE ZEROS.
           05  DESCONTO-PARM         PIC 9(8)V99  VALUE ZEROS.
           05  JUROS-PARM            PIC 9(8)V99  VALUE ZEROS.
           05  MULTA-PARM            PIC 9(8)V99  VALUE ZEROS.
           05  CONTA-CAIXA-PARM      PIC 9(3)     VALUE ZEROS.
           05  TIPO-LCTO-PARM        PIC 9(2)     VALUE ZEROS.
           05  AMORTIZADO-W          PIC S9(9)V99 VALUE ZEROS.
           05  SALDO-ANTERIOR-W      PIC 9(8)V99  VALUE ZEROS.
           05  SALDO-NOVO-W          PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(2)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU); "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CPP020V.
      *    aprovacao do titulo (CPP025): so titulo aprovado ("00")
      *    recebe pagamento; "99" = consulta inativa, segue liberado
           05  SEQ-CAIXA-VAL         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-VAL           PIC 9(2)     VALUE ZEROS.
           05  CPP020V-RETORNO       PIC X(2)     VALUE SPACES.
           05  APROVADOR-VAL         PIC X(5)     VALUE SPACES.
           05  DATA-APROV-VAL        PIC 9(8)     VALUE ZEROS.

       01  PARAMETROS-CPP035V.
      *    saldo em aberto do titulo pelo razao CPD025 (ver CPP035V)
           05  SEQ-CAIXA-SAL         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-SAL           PIC 9(2)     VALUE ZEROS.
           05  VALOR-TITULO-SAL      PIC 9(8)V99  VALUE ZEROS.
           05  DATA-PGTO-TITULO-SAL  PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-SAL          PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-SAL          PIC 9(8)     VALUE ZEROS.
           05  CPP035V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SALDO-SAL             PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-AMORTIZADO-SAL  PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-PAGO-SAL        PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PGTOS-SAL        PIC 9(3)     VALUE ZEROS.
           05  ULT-SEQ-PGTO-SAL      PIC 9(3)     VALUE ZEROS.
           05  DATA-ULT-PGTO-SAL     PIC 9(8)     VALUE ZEROS.
           05  PAGO-PERIODO-SAL      PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PERIODO-SAL      PIC 9(3)     VALUE ZEROS.

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    pagamento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-CXP134V.
      *    sessao de gaveta do operador (CXD119 - ver CXP134V): fora
      *    de sessao ("01"/"02"/"99") o debito vai sem carimbo
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
      *    ABRE-ARQUIVOS - o razao CPD025 nasce vazio na primeira vez
      *    (todo titulo sem linha nele continua valendo pelo valor
      *    cheio).
      *----------------------------------------------------------------
       ABRE-ARQUIVOS SECTION.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVOS-EXIT.

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD025" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD025.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                MOVE 1 TO ERRO-W.

           OPEN I-O CPD025.
           IF   ST-CPD025 EQUAL "35"
                CLOSE CPD025       OPEN OUTPUT CPD025
                CLOSE CPD025       OPEN I-O CPD025.
           IF   ST-CPD025 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD025: " ST-CPD025
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
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
           MOVE "CPP034" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "PAGAMENTO PARCIAL DE TITULOS (CPD020/CPD025)".
           DISPLAY "C-CONSULTA P-PAGAMENTO F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-TITULO
               WHEN "P"  WHEN "p"  PERFORM PAGA-TITULO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       LE-TITULO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "SEQ CAIXA DO TITULO..................: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           DISPLAY "PARCELA..............................: "
               WITH NO ADVANCING.
           ACCEPT PARCELA-PARM.

           MOVE SEQ-PARM     TO SEQ-CAIXA-CP20.
           MOVE PARCELA-PARM TO PARCELA-CP20.
           READ CPD020
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO."
                   MOVE 1 TO ERRO-W
                   GO TO LE-TITULO-EXIT
           END-READ.

           DISPLAY "FORN " FORNECEDOR-CP20 " " DESCRICAO-CP20
                   " DOCTO " NR-DOCTO-CP20.
           MOVE VALOR-CP20 TO VALOR-ED-W.
           DISPLAY "VCTO " DATA-VCTO-CP20 " VALOR " VALOR-ED-W
                   " PGTO " DATA-PGTO-CP20.
           PERFORM CONSULTA-SALDO.

       LE-TITULO-EXIT. EXIT.

       CONSULTA-SALDO SECTION.
           MOVE SEQ-CAIXA-CP20  TO SEQ-CAIXA-SAL.
           MOVE PARCELA-CP20    TO PARCELA-SAL.
           MOVE VALOR-CP20      TO VALOR-TITULO-SAL.
           MOVE DATA-PGTO-CP20  TO DATA-PGTO-TITULO-SAL.
           MOVE ZEROS           TO DATA-INI-SAL DATA-FIM-SAL.
           CALL "CPP035V" USING PARAMETROS-CPP035V.

       CONSULTA-SALDO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-TITULO - dados do titulo, uma linha por pagamento
      *    do razao e o saldo em aberto.
      *----------------------------------------------------------------
       CONSULTA-TITULO SECTION.
           PERFORM LE-TITULO.
           IF   ERRO-W NOT EQUAL 0
                GO TO CONSULTA-TITULO-EXIT.

           MOVE 0 TO FIM-CPD025.
           MOVE SEQ-CAIXA-CP20 TO SEQ-CAIXA-CP25.
           MOVE PARCELA-CP20   TO PARCELA-CP25.
           MOVE ZEROS          TO SEQ-PGTO-CP25.
           START CPD025 KEY IS NOT LESS CHAVE-CP25
               INVALID KEY
                   MOVE 1 TO FIM-CPD025.
           PERFORM LISTA-UM-PAGAMENTO UNTIL FIM-CPD025-TRUE.

           MOVE SALDO-SAL TO VALOR-ED-W.
           DISPLAY "PAGAMENTOS: " QTDE-PGTOS-SAL
                   "   SALDO EM ABERTO: " VALOR-ED-W.

       CONSULTA-TITULO-EXIT. EXIT.

       LISTA-UM-PAGAMENTO SECTION.
           READ CPD025 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD025
                   GO TO LISTA-UM-PAGAMENTO-EXIT.

           IF   SEQ-CAIXA-CP25 NOT EQUAL SEQ-CAIXA-CP20
           OR   PARCELA-CP25   NOT EQUAL PARCELA-CP20
                MOVE 1 TO FIM-CPD025
                GO TO LISTA-UM-PAGAMENTO-EXIT.

           MOVE VALOR-PAGO-CP25 TO VALOR-ED-W.
           DISPLAY "  " SEQ-PGTO-CP25 " " DATA-PGTO-CP25
                   " PAGO " VALOR-ED-W " CX " CONTA-CAIXA-CP25
                   " DESC " VALOR-DESCONTO-CP25
                   " JUR " VALOR-JUROS-CP25
                   " MUL " VALOR-MULTA-CP25
                   " " ORIGEM-CP25.

       LISTA-UM-PAGAMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PAGA-TITULO - o valor que abate o saldo e' o pago mais o
      *    desconto menos juros e multa; tem de ser positivo e nao
      *    pode passar do saldo. Saldo zerado quita o titulo.
      *----------------------------------------------------------------
       PAGA-TITULO SECTION.
           PERFORM LE-TITULO.
           IF   ERRO-W NOT EQUAL 0
                GO TO PAGA-TITULO-EXIT.

           IF   DATA-PGTO-CP20 NOT EQUAL ZEROS
           OR   SALDO-SAL EQUAL ZEROS
                DISPLAY "TITULO JA QUITADO."
                GO TO PAGA-TITULO-EXIT.

           MOVE SEQ-CAIXA-CP20 TO SEQ-CAIXA-VAL.
           MOVE PARCELA-CP20   TO PARCELA-VAL.
           CALL "CPP020V" USING PARAMETROS-CPP020V.
           IF   CPP020V-RETORNO NOT EQUAL "00"
           AND  CPP020V-RETORNO NOT EQUAL "99"
                DISPLAY "TITULO NAO APROVADO (" CPP020V-RETORNO
                        ") - VER CPP025."
                GO TO PAGA-TITULO-EXIT.

           MOVE SALDO-SAL TO SALDO-ANTERIOR-W VALOR-ED-W.
           DISPLAY "SALDO EM ABERTO......................: "
                   VALOR-ED-W.

           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0=HOJE).: "
               WITH NO ADVANCING.
           ACCEPT DATA-PGTO-PARM.
           IF   DATA-PGTO-PARM EQUAL ZEROS
                ACCEPT DATA-PGTO-PARM FROM DATE YYYYMMDD.
           DISPLAY "VALOR PAGO...........................: "
               WITH NO ADVANCING.
           ACCEPT VALOR-PAGO-PARM.
           DISPLAY "DESCONTO.............................: "
               WITH NO ADVANCING.
           ACCEPT DESCONTO-PARM.
           DISPLAY "JUROS................................: "
               WITH NO ADVANCING.
           ACCEPT JUROS-PARM.
           DISPLAY "MULTA................................: "
               WITH NO ADVANCING.
           ACCEPT MULTA-PARM.
           DISPLAY "CONTA DE CAIXA/BANCO DO DEBITO.......: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           DISPLAY "TIPO LCTO DO DEBITO (01-49)..........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-LCTO-PARM.

           IF   TIPO-LCTO-PARM LESS 01
           OR   TIPO-LCTO-PARM GREATER 49
                DISPLAY "TIPO DE LANCAMENTO INVALIDO."
                GO TO PAGA-TITULO-EXIT.

           MOVE DATA-PGTO-PARM TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "MES CONTABIL FECHADO PARA "
                        DATA-MOVTO-CT " - VER CTP001."
                GO TO PAGA-TITULO-EXIT.

           COMPUTE AMORTIZADO-W = VALOR-PAGO-PARM + DESCONTO-PARM
                                - JUROS-PARM - MULTA-PARM.
           IF   AMORTIZADO-W NOT GREATER ZEROS
                DISPLAY "PAGAMENTO NAO ABATE NADA DO SALDO."
                GO TO PAGA-TITULO-EXIT.
           IF   AMORTIZADO-W GREATER SALDO-ANTERIOR-W
                DISPLAY "PAGAMENTO MAIOR QUE O SALDO EM ABERTO."
                GO TO PAGA-TITULO-EXIT.

           COMPUTE SALDO-NOVO-W = SALDO-ANTERIOR-W - AMORTIZADO-W.
           MOVE SALDO-NOVO-W TO VALOR-ED-W.
           DISPLAY "SALDO APOS O PAGAMENTO...............: "
                   VALOR-ED-W.
           DISPLAY "CONFIRMA O PAGAMENTO (S/N)...........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S"
           AND  CONFIRMA-W NOT EQUAL "s"
                DISPLAY "PAGAMENTO NAO GRAVADO."
                GO TO PAGA-TITULO-EXIT.

           MOVE SEQ-CAIXA-CP20      TO SEQ-CAIXA-CP25.
           MOVE PARCELA-CP20        TO PARCELA-CP25.
           COMPUTE SEQ-PGTO-CP25 = ULT-SEQ-PGTO-SAL + 1.
           MOVE DATA-PGTO-PARM      TO DATA-PGTO-CP25.
           MOVE VALOR-PAGO-PARM     TO VALOR-PAGO-CP25.
           MOVE DESCONTO-PARM       TO VALOR-DESCONTO-CP25.
           MOVE JUROS-PARM          TO VALOR-JUROS-CP25.
           MOVE MULTA-PARM          TO VALOR-MULTA-CP25.
           MOVE AMORTIZADO-W        TO VALOR-AMORTIZADO-CP25.
           MOVE CONTA-CAIXA-PARM    TO CONTA-CAIXA-CP25.
           MOVE "CPP034"            TO ORIGEM-CP25.
           MOVE USUARIO-PARM        TO USUARIO-CP25.
           WRITE REG-CPD025
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD025: " ST-CPD025
                   GO TO PAGA-TITULO-EXIT
           END-WRITE.

           IF   VALOR-PAGO-PARM GREATER ZEROS
                PERFORM LANCA-DEBITO-PAGAMENTO.

           IF   SALDO-NOVO-W EQUAL ZEROS
                MOVE DATA-PGTO-PARM TO DATA-PGTO-CP20
                REWRITE REG-CPD020
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD020: " ST-CPD020
                    NOT INVALID KEY
                        DISPLAY "TITULO QUITADO."
                END-REWRITE
           ELSE
                DISPLAY "PAGAMENTO PARCIAL REGISTRADO.".

           PERFORM GRAVA-LOG-PAGAMENTO.

       PAGA-TITULO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-DEBITO-PAGAMENTO - mesmo lancamento do retorno
      *    CPP031 (conta reduzida e centro de custo do titulo), pelo
      *    valor que saiu do caixa neste pagamento.
      *----------------------------------------------------------------
       LANCA-DEBITO-PAGAMENTO SECTION.
           MOVE DATA-PGTO-PARM    TO DATA-MOV-CX100.
           MOVE 1                 TO SEQ-CX100.
           MOVE TIPO-LCTO-PARM    TO TIPO-LCTO-CX100.
           MOVE DESCRICAO-CP20    TO HISTORICO-CX100.
           MOVE NR-DOCTO-CP20     TO DOCUMENTO-CX100.
           MOVE VALOR-PAGO-PARM   TO VALOR-CX100.
           MOVE FORNECEDOR-CP20   TO CONTAPART-CX100.
           MOVE CODREDUZ-APUR-CP20 TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM  TO CONTA-CAIXA-CX100.
           IF   CENTRO-CUSTO-CP20 NUMERIC
                MOVE CENTRO-CUSTO-CP20 TO CENTRO-CUSTO-CX100
           ELSE
                MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           PERFORM CONSULTA-SESSAO.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                GO TO LANCA-DEBITO-PAGAMENTO-EXIT.
           IF   SESSAO-CX100 NOT EQUAL ZEROS
                PERFORM ACUMULA-SESSAO.

       LANCA-DEBITO-PAGAMENTO-EXIT. EXIT.

       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-SESSAO - pagamento feito da conta em que o usuario
      *    tem sessao de gaveta aberta sai dela (saida de caixa).
      *----------------------------------------------------------------
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
           MOVE 4                  TO TIPO-MOV-SS.
           MOVE VALOR-CX100        TO VALOR-SS.
           CALL "CXP134V" USING PARAMETROS-CXP134V.
           IF   CXP134V-RETORNO NOT EQUAL "00"
                DISPLAY "AVISO: PAGAMENTO NAO SOMADO NA SESSAO "
                        SESSAO-CX100 " (" CXP134V-RETORNO
                        ") - VER CXP134.".

       ACUMULA-SESSAO-EXIT. EXIT.

       GRAVA-LOG-PAGAMENTO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           IF   SALDO-NOVO-W EQUAL ZEROS
                MOVE "QUITACAO"    TO LOG3-OPERACAO
           ELSE
                MOVE "PGTO PARCIAL" TO LOG3-OPERACAO
           END-IF.
           MOVE "CPD025"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE SEQ-CAIXA-CP25     TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CP25       TO LOG3-CHAVE-REG(7:2).
           MOVE SEQ-PGTO-CP25      TO LOG3-CHAVE-REG(9:3).
           MOVE "SALDO-TITULO"     TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SALDO-ANTERIOR-W   TO VALOR-ED-W.
           MOVE VALOR-ED-W         TO LOG3-VALOR-ANTERIOR.
           MOVE SALDO-NOVO-W       TO VALOR-ED-W.
           MOVE VALOR-ED-W         TO LOG3-VALOR-ATUAL.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 50.

       GRAVA-LOG-PAGAMENTO-EXIT. EXIT.

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
           CLOSE CPD020 CPD025 CXD100 LOG003.

       END PROGRAM CPP034.
