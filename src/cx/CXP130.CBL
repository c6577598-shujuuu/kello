       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP130.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: APROPRIACAO MENSAL DOS JUROS DOS EMPRESTIMOS. PARA O
      *        MES INFORMADO (AAAAMM), CADA PRESTACAO PAGA NO MES
      *        (CXD117, PAGA PELO CXP129) E AINDA NAO APROPRIADA TEM O
      *        VALOR PAGO SEPARADO EM PRINCIPAL (AMORTIZACAO DO
      *        CRONOGRAMA) E JUROS (O RESTANTE, COM OS ENCARGOS DE
      *        ATRASO). O PAGAMENTO SAIU INTEIRO NA CONTA REDUZIDA DO
      *        PRINCIPAL; A APROPRIACAO GRAVA NO CXD100 O PAR SEM
      *        MOVIMENTO DE CAIXA (TIPOS 48/98, CONTA 000) NA DATA DO
      *        PAGAMENTO: 48 NA CONTA REDUZIDA DOS JUROS (DESPESA NO
      *        DRE DO CXP122) E 98 NA DO PRINCIPAL (DEVOLVE A PARTE
      *        DOS JUROS), E CARIMBA O MES NA PARCELA PARA NAO REPETIR.
      *        PAGAMENTO EM PERIODO FECHADO (CTP001V) FICA DE FORA E E
      *        LISTADO. PRIMEIRO MOSTRA O TOTAL, DEPOIS DE CONFIRMADO
      *        GRAVA E IMPRIME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX100.

           COPY CXPX116.

           COPY CXPX117.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW100.

           COPY CXPW116.

           COPY CXPW117.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD116             PIC XX       VALUE SPACES.
           05  ST-CXD117             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CXD117            PIC 9        VALUE ZEROS.
              88  FIM-CXD117-TRUE       VALUE 1.
           05  MODO-W                PIC 9        VALUE ZEROS.
      *    MODO-W = 1-SIMULACAO (SO TOTALIZA)  2-GRAVACAO E IMPRESSAO
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  FILLER REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  JUROS-W               PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PARCELAS-W       PIC 9(5)     VALUE ZEROS.
           05  QTDE-FECHADAS-W       PIC 9(5)     VALUE ZEROS.
           05  TOTAL-PAGO-W          PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-PRINCIPAL-W     PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-JUROS-W         PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  CONTA-REDUZ-LCTO-W    PIC 9(5)     VALUE ZEROS.
           05  TIPO-LCTO-W           PIC 9(2)     VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
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

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    movimento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(41)   VALUE
               "APROPRIACAO DE JUROS DE EMPRESTIMOS - MES".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MES-CAB-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  ANO-CAB-REL           PIC 9999    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "EMPREST PARC PAGO EM      VALOR PAGO      PRINCIPAL         
      -    " JUROS OBS".

       01  LINDET.
           05  EMPREST-REL           PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  PARCELA-REL           PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-PGTO-REL         PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-PAGO-REL        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PRINCIPAL-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  JUROS-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(16)   VALUE SPACES.

       01  LINTOT.
           05  FILLER                PIC X(21)   VALUE
               "TOTAL APROPRIADO.....".
           05  TOT-PAGO-REL          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-PRINCIPAL-REL     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOT-JUROS-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
           END-IF.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
           END-IF.
           IF   ERRO-W EQUAL 0
                MOVE 1 TO MODO-W
                PERFORM VARRE-PARCELAS
                PERFORM CONFIRMA-APROPRIACAO
           END-IF.
           IF   ERRO-W EQUAL 0
                MOVE 2 TO MODO-W
                OPEN OUTPUT RELAT
                PERFORM CABECALHO
                PERFORM VARRE-PARCELAS
                PERFORM IMPRIME-TOTAIS
                CLOSE RELAT
                DISPLAY "APROPRIACAO GRAVADA E IMPRESSA."
           END-IF.
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
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD116" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD116.
           MOVE "CXD117" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD117.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.
           OPEN INPUT CXD116.
           IF   ST-CXD116 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD116: " ST-CXD116
                        " - SEM EMPRESTIMOS CADASTRADOS (CXP129)."
                MOVE 1 TO ERRO-W.
           OPEN I-O CXD117.
           IF   ST-CXD117 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD117: " ST-CXD117
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
           MOVE "CXP130" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "MES A APROPRIAR (AAAAMM).............: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   MES-PARM LESS 1 OR MES-PARM GREATER 12
           OR   ANO-PARM LESS 2000
                DISPLAY "MES INVALIDO."
                MOVE 1 TO ERRO-W.
           MOVE MES-PARM TO MES-CAB-REL.
           MOVE ANO-PARM TO ANO-CAB-REL.

      *----------------------------------------------------------------
      *    VARRE-PARCELAS - leitura completa do CXD117 em ordem de
      *    emprestimo/parcela.
      *----------------------------------------------------------------
       VARRE-PARCELAS SECTION.
           MOVE ZEROS TO FIM-CXD117 QTDE-PARCELAS-W QTDE-FECHADAS-W
                         TOTAL-PAGO-W TOTAL-PRINCIPAL-W TOTAL-JUROS-W.
           MOVE ZEROS TO NR-EMPREST-CX117 PARCELA-CX117.
           START CXD117 KEY IS NOT LESS CHAVE-CX117
               INVALID KEY
                   MOVE 1 TO FIM-CXD117
           END-START.
           PERFORM TRATA-PARCELA UNTIL FIM-CXD117-TRUE.

       VARRE-PARCELAS-EXIT. EXIT.

       TRATA-PARCELA SECTION.
           READ CXD117 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD117
                   GO TO TRATA-PARCELA-EXIT.

           IF   SITUACAO-CX117 NOT EQUAL 1
           OR   MESANO-APROPR-CX117 NOT EQUAL ZEROS
           OR   DATA-PGTO-CX117(1:6) NOT EQUAL MESANO-PARM
                GO TO TRATA-PARCELA-EXIT.

           MOVE NR-EMPREST-CX117 TO EMPREST-REL.
           MOVE PARCELA-CX117    TO PARCELA-REL.
           MOVE DATA-PGTO-CX117  TO DATA-PGTO-REL.
           MOVE VALOR-PAGO-CX117 TO VALOR-PAGO-REL.
           MOVE SPACES           TO OBS-REL.

           MOVE DATA-PGTO-CX117 TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                ADD 1 TO QTDE-FECHADAS-W
                MOVE ZEROS TO PRINCIPAL-REL JUROS-REL
                MOVE "PERIODO FECHADO" TO OBS-REL
                IF   MODO-W EQUAL 2
                     PERFORM IMPRIME-DETALHE
                END-IF
                GO TO TRATA-PARCELA-EXIT.

           MOVE NR-EMPREST-CX117 TO NR-EMPREST-CX116.
           READ CXD116
               INVALID KEY
                   ADD 1 TO QTDE-FECHADAS-W
                   MOVE ZEROS TO PRINCIPAL-REL JUROS-REL
                   MOVE "SEM CADASTRO" TO OBS-REL
                   IF   MODO-W EQUAL 2
                        PERFORM IMPRIME-DETALHE
                   END-IF
                   GO TO TRATA-PARCELA-EXIT
           END-READ.

           IF   VALOR-PAGO-CX117 GREATER VALOR-AMORT-CX117
                COMPUTE JUROS-W = VALOR-PAGO-CX117 - VALOR-AMORT-CX117
           ELSE
                MOVE ZEROS TO JUROS-W.
           ADD 1                 TO QTDE-PARCELAS-W.
           ADD VALOR-PAGO-CX117  TO TOTAL-PAGO-W.
           ADD JUROS-W           TO TOTAL-JUROS-W.
           COMPUTE TOTAL-PRINCIPAL-W = TOTAL-PAGO-W - TOTAL-JUROS-W.
           IF   MODO-W EQUAL 1
                GO TO TRATA-PARCELA-EXIT.

           IF   JUROS-W GREATER ZEROS
                MOVE 48 TO TIPO-LCTO-W
                MOVE REDUZ-JUROS-CX116 TO CONTA-REDUZ-LCTO-W
                PERFORM LANCA-APROPRIACAO
                MOVE 98 TO TIPO-LCTO-W
                MOVE REDUZ-PRINCIPAL-CX116 TO CONTA-REDUZ-LCTO-W
                PERFORM LANCA-APROPRIACAO.

           MOVE MESANO-PARM  TO MESANO-APROPR-CX117.
           REWRITE REG-CXD117
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD117 " CHAVE-CX117
                           ": " ST-CXD117
           END-REWRITE.

           COMPUTE PRINCIPAL-REL = VALOR-PAGO-CX117 - JUROS-W.
           MOVE JUROS-W TO JUROS-REL.
           PERFORM IMPRIME-DETALHE.

       TRATA-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-APROPRIACAO - lancamento sem movimento de caixa (conta
      *    000) dos juros da parcela, na data do pagamento.
      *----------------------------------------------------------------
       LANCA-APROPRIACAO SECTION.
           MOVE DATA-PGTO-CX117     TO DATA-MOV-CX100.
           MOVE 1                   TO SEQ-CX100.
           MOVE TIPO-LCTO-W         TO TIPO-LCTO-CX100.
           MOVE SPACES              TO HISTORICO-CX100.
           STRING "JUROS EMPREST " NR-EMPREST-CX117 " PARC "
                  PARCELA-CX117
                  DELIMITED BY SIZE INTO HISTORICO-CX100.
           MOVE SPACES              TO DOCUMENTO-CX100.
           MOVE "EMP"               TO DOCUMENTO-CX100(1:3).
           MOVE NR-EMPREST-CX117    TO DOCUMENTO-CX100(4:6).
           MOVE JUROS-W             TO VALOR-CX100.
           MOVE CONTA-REDUZ-LCTO-W  TO CONTA-REDUZ-CX100.
           MOVE ZEROS               TO CONTAPART-CX100.
           MOVE USUARIO-PARM        TO USUARIO-CX100.
           MOVE ZEROS               TO CONTA-CAIXA-CX100.
           MOVE ZEROS               TO CENTRO-CUSTO-CX100.
           MOVE ZEROS               TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                GO TO LANCA-APROPRIACAO-EXIT.

           MOVE "INCLUSAO"          TO LOG3-OPERACAO.
           MOVE USUARIO-PARM        TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W         TO LOG3-PERIODO(1:8).
           MOVE HORA-W              TO LOG3-PERIODO(9:6).
           MOVE "CXD100"            TO LOG3-ARQUIVO.
           MOVE SPACES              TO LOG3-CHAVE-REG.
           MOVE DATA-MOV-CX100      TO LOG3-CHAVE-REG(1:8).
           MOVE SEQ-CX100           TO LOG3-CHAVE-REG(9:6).
           MOVE "VALOR-CX100"       TO LOG3-CAMPO.
           MOVE SPACES              TO LOG3-VALOR-ANTERIOR
                                       LOG3-VALOR-ATUAL.
           MOVE VALOR-CX100         TO VALOR-LOG-W.
           MOVE VALOR-LOG-W         TO LOG3-VALOR-ATUAL(1:13).
           MOVE HISTORICO-CX100     TO LOG3-VALOR-ATUAL(15:26).
           MOVE ZEROS               TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       LANCA-APROPRIACAO-EXIT. EXIT.

      *    mesma data com outro lancamento: avanca a sequencia
       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

       CONFIRMA-APROPRIACAO SECTION.
           MOVE TOTAL-PAGO-W TO VALOR-EXIBE-W.
           DISPLAY "PARCELAS PAGAS A APROPRIAR: " QTDE-PARCELAS-W
                   "  VALOR PAGO: " VALOR-EXIBE-W.
           MOVE TOTAL-JUROS-W TO VALOR-EXIBE-W.
           DISPLAY "JUROS A APROPRIAR.........: " VALOR-EXIBE-W.
           IF   QTDE-FECHADAS-W GREATER ZEROS
                DISPLAY "PARCELAS FORA (PERIODO FECHADO/SEM CADASTRO): "
                        QTDE-FECHADAS-W.
           IF   QTDE-PARCELAS-W EQUAL ZEROS
                DISPLAY "NADA A APROPRIAR NO MES."
                MOVE 1 TO ERRO-W
                GO TO CONFIRMA-APROPRIACAO-EXIT.
           DISPLAY "CONFIRMA A APROPRIACAO (S/N).........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "APROPRIACAO NAO GRAVADA."
                MOVE 1 TO ERRO-W.

       CONFIRMA-APROPRIACAO-EXIT. EXIT.

       IMPRIME-DETALHE SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       IMPRIME-TOTAIS SECTION.
           MOVE TOTAL-PAGO-W      TO TOT-PAGO-REL.
           MOVE TOTAL-PRINCIPAL-W TO TOT-PRINCIPAL-REL.
           MOVE TOTAL-JUROS-W     TO TOT-JUROS-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE CXD100 CXD116 CXD117 LOG003.

       END PROGRAM CXP130.
