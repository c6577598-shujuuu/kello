       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP091.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CONCILIACAO DIARIA DE PAGAMENTOS EM DUPLICIDADE DAS
      *        PARCELAS DO COD044. UMA PARCELA PODE SER BAIXADA NO
      *        BALCAO (COP048), PELO RETORNO PIX (CXP119), PELA
      *        LIQUIDACAO DO CARTAO (CXP116), POR APLICACAO DE CREDITO
      *        (COP061) E PELOS DEMAIS LOTES - TODOS DEIXAM RECIBO NO
      *        COD063, INCLUSIVE O PIX QUE CHEGA PARA PARCELA JA
      *        BAIXADA. A CONCILIACAO (R) LE OS RECIBOS VALIDOS POR
      *        PARCELA NA ORDEM EM QUE FORAM EMITIDOS: O PRIMEIRO E A
      *        BAIXA; A VENDA EM CARTAO DO BALCAO (FORMA 3) E AS
      *        PARCELAS DE CARTAO DO MESMO NSU LIQUIDADAS NO CXP116 SAO
      *        UM SO PAGAMENTO; QUALQUER OUTRO RECIBO E EXCESSO E VIRA
      *        OCORRENCIA PENDENTE NO COD071. O RELATORIO MOSTRA, POR
      *        PARCELA, CADA RECIBO COM O CANAL, QUEM LANCOU, QUANDO E
      *        O QUE CHEGOU PRIMEIRO. O TRATAMENTO (T) PROPOE CREDITO
      *        AO CLIENTE NO COD051 QUANDO O CONTRATO AINDA TEM
      *        PARCELA EM ABERTO, OU DEVOLUCAO (TITULO NO CPD020,
      *        PENDENTE DE APROVACAO COMO O DO COP054) QUANDO NAO TEM;
      *        O OPERADOR ESCOLHE E CONFIRMA, OU DESCONSIDERA O EXCESSO
      *        COM MOTIVO. TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX044.

           COPY COPX051.

           COPY COPX063.

           COPY COPX071.

           COPY CPPX020.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW044.

           COPY COPW051.

           COPY COPW063.

           COPY COPW071.

           COPY CPPW020.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(100).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD051             PIC XX       VALUE SPACES.
           05  ST-COD063             PIC XX       VALUE SPACES.
           05  ST-COD071             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-COD063            PIC 9        VALUE ZEROS.
              88  FIM-COD063-TRUE       VALUE 1.
           05  FIM-COD044            PIC 9        VALUE ZEROS.
              88  FIM-COD044-TRUE       VALUE 1.
           05  FIM-CPD020-W          PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  SOLUCAO-W             PIC X        VALUE SPACES.
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
           05  RECIBO-PARM           PIC 9(8)     VALUE ZEROS.
           05  OBS-PARM              PIC X(30)    VALUE SPACES.
           05  CONTRATO-ATUAL-W      PIC 9(6)     VALUE ZEROS.
           05  PARCELA-ATUAL-W       PIC 9(2)     VALUE ZEROS.
           05  QTDE-RECIBOS-W        PIC 9(2)     VALUE ZEROS.
           05  QTDE-EXCESSOS-W       PIC 9(2)     VALUE ZEROS.
           05  IND-W                 PIC 9(2)     VALUE ZEROS.
           05  CARTAO-BALCAO-W       PIC 9        VALUE ZEROS.
           05  CARTAO-NSU-W          PIC X(15)    VALUE SPACES.
           05  QTDE-PARCELAS-DUPLIC-W PIC 9(5)    VALUE ZEROS.
           05  QTDE-NOVAS-W          PIC 9(5)     VALUE ZEROS.
           05  QTDE-PENDENTES-W      PIC 9(5)     VALUE ZEROS.
           05  TOTAL-PENDENTE-W      PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-ABERTAS-W        PIC 9(3)     VALUE ZEROS.
           05  CANAL-W               PIC X(10)    VALUE SPACES.
           05  PROGRAMA-CANAL-W      PIC X(8)     VALUE SPACES.
           05  FORMA-CANAL-W         PIC 9        VALUE ZEROS.
           05  ULT-SEQ-CAIXA-W       PIC 9(6)     VALUE ZEROS.
           05  SEQ-TITULO-W          PIC 9(6)     VALUE ZEROS.
           05  DOCTO-DEVOL-W.
               10  FILLER            PIC X(2)     VALUE "DP".
               10  RECIBO-DOCTO-W    PIC 9(8)     VALUE ZEROS.
           05  MOV-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-MOV-W           PIC 9(4)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY "PARAMETR".

      *----------------------------------------------------------------
      *    TAB-RECIBOS - recibos validos de uma parcela, na ordem da
      *    chave alternativa do COD063 (as duplicatas vem na ordem de
      *    gravacao, que e a da numeracao); EXCESSO-TAB = 1 marca o
      *    recibo que nao e o pagamento que baixou a parcela.
      *----------------------------------------------------------------
       01  TAB-RECIBOS.
           05  RECIBO-OCR OCCURS 20 TIMES.
               10  NR-RECIBO-TAB     PIC 9(8).
               10  PROGRAMA-TAB      PIC X(8).
               10  FORMA-TAB         PIC 9.
               10  DATA-EMISSAO-TAB  PIC 9(8).
               10  HORA-EMISSAO-TAB  PIC 9(6).
               10  DATA-PGTO-TAB     PIC 9(8).
               10  USUARIO-TAB       PIC X(5).
               10  VALOR-PAGO-TAB    PIC 9(8)V99.
               10  NSU-TAB           PIC X(15).
               10  EXCESSO-TAB       PIC 9.

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

       01  CAB01.
           05  EMPRESA-REL           PIC X(80)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(48)   VALUE
               "CONCILIACAO DE PAGAMENTOS EM DUPLICIDADE - EM ".
           05  DATA-CAB-REL          PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(100)  VALUE
           "    RECIBO   CANAL      EMITIDO EM  HORA   PAGO EM    USUAR
      -    "IO          VALOR SITUACAO".

       01  LINPARC.
           05  FILLER                PIC X(10)   VALUE "CONTRATO: ".
           05  CONTRATO-PARC-REL     PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE " PARCELA: ".
           05  PARCELA-PARC-REL      PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(13)   VALUE " VENCIMENTO: ".
           05  VCTO-PARC-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(8)    VALUE " VALOR: ".
           05  VALOR-PARC-REL        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINREC.
           05  ORDEM-REL             PIC Z9      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RECIBO-REL            PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CANAL-REL             PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  EMISSAO-REL           PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  HORA-REL              PIC 99B99B99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PGTO-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  USUARIO-REL           PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(26)   VALUE SPACES.

       01  LINRES1.
           05  FILLER                PIC X(40)   VALUE
               "PARCELAS PAGAS EM DUPLICIDADE..........:".
           05  QTDE-DUPLIC-REL       PIC ZZZZ9   VALUE ZEROS.
       01  LINRES2.
           05  FILLER                PIC X(40)   VALUE
               "OCORRENCIAS NOVAS NESTA CONCILIACAO....:".
           05  QTDE-NOVAS-REL        PIC ZZZZ9   VALUE ZEROS.
       01  LINRES3.
           05  FILLER                PIC X(40)   VALUE
               "OCORRENCIAS PENDENTES DE TRATAMENTO....:".
           05  QTDE-PENDENTES-REL    PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE "  VALOR: ".
           05  TOTAL-PENDENTE-REL    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  DATA-DMA-W.
           05  DIA-DMA-W             PIC 9(2).
           05  MES-DMA-W             PIC 9(2).
           05  ANO-DMA-W             PIC 9(4).
       01  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
       01  DATA-AMD-W                PIC 9(8).
       01  FILLER REDEFINES DATA-AMD-W.
           05  ANO-AMD-W             PIC 9(4).
           05  MES-AMD-W             PIC 9(2).
           05  DIA-AMD-W             PIC 9(2).

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
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD051" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD051.
           MOVE "COD063" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD063.
           MOVE "COD071" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD071.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

           OPEN I-O COD051.
           IF   ST-COD051 EQUAL "35"
                CLOSE COD051       OPEN OUTPUT COD051
                CLOSE COD051       OPEN I-O COD051.
           IF   ST-COD051 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD051: " ST-COD051
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD063.
           IF   ST-COD063 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD063: " ST-COD063
                MOVE 1 TO ERRO-W.

           OPEN I-O COD071.
           IF   ST-COD071 EQUAL "35"
                CLOSE COD071       OPEN OUTPUT COD071
                CLOSE COD071       OPEN I-O COD071.
           IF   ST-COD071 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD071: " ST-COD071
                MOVE 1 TO ERRO-W.

           OPEN I-O CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
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
           MOVE "COP091" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "PAGAMENTOS EM DUPLICIDADE (COD063/COD071)".
           DISPLAY "R-CONCILIACAO T-TRATA OCORRENCIA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "R"  WHEN "r"  PERFORM CONCILIA-RECIBOS
               WHEN "T"  WHEN "t"  PERFORM TRATA-OCORRENCIA
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONCILIA-RECIBOS - varredura completa do COD063 pela chave
      *    alternativa (contrato + parcela); a quebra de parcela
      *    analisa o grupo de recibos acumulado em TAB-RECIBOS.
      *----------------------------------------------------------------
       CONCILIA-RECIBOS SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W TO DATA-AMD-W.
           MOVE DIA-AMD-W TO DIA-DMA-W.
           MOVE MES-AMD-W TO MES-DMA-W.
           MOVE ANO-AMD-W TO ANO-DMA-W.
           MOVE DATA-DMA-R TO DATA-CAB-REL.
           MOVE ZEROS TO QTDE-PARCELAS-DUPLIC-W QTDE-NOVAS-W
                         QTDE-PENDENTES-W TOTAL-PENDENTE-W
                         QTDE-RECIBOS-W FIM-COD063 PAG-W.
           MOVE ZEROS TO CONTRATO-ATUAL-W PARCELA-ATUAL-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE ZEROS TO NR-CONTRATO-CO63 PARCELA-CO63.
           START COD063 KEY IS NOT LESS ALT-CO63
               INVALID KEY
                   MOVE 1 TO FIM-COD063.
           PERFORM LE-RECIBO UNTIL FIM-COD063-TRUE.
           PERFORM ANALISA-PARCELA.

           PERFORM CONTA-PENDENTES.
           MOVE QTDE-PARCELAS-DUPLIC-W TO QTDE-DUPLIC-REL.
           MOVE QTDE-NOVAS-W           TO QTDE-NOVAS-REL.
           MOVE QTDE-PENDENTES-W       TO QTDE-PENDENTES-REL.
           MOVE TOTAL-PENDENTE-W       TO TOTAL-PENDENTE-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINRES1.
           WRITE REG-RELAT FROM LINRES2.
           WRITE REG-RELAT FROM LINRES3.
           CLOSE RELAT.

           DISPLAY "PARCELAS PAGAS EM DUPLICIDADE: "
                   QTDE-PARCELAS-DUPLIC-W
                   "  OCORRENCIAS NOVAS: " QTDE-NOVAS-W.
           MOVE TOTAL-PENDENTE-W TO VALOR-EXIBE-W.
           DISPLAY "PENDENTES DE TRATAMENTO: " QTDE-PENDENTES-W
                   "  VALOR: " VALOR-EXIBE-W.

       CONCILIA-RECIBOS-EXIT. EXIT.

       LE-RECIBO SECTION.
           READ COD063 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD063
                   GO TO LE-RECIBO-EXIT.

      *    registro 00000000 e' o controle da numeracao
           IF   NR-RECIBO-CO63 EQUAL ZEROS
           OR   SITUACAO-CO63 NOT EQUAL 0
                GO TO LE-RECIBO-EXIT.

           IF   NR-CONTRATO-CO63 NOT EQUAL CONTRATO-ATUAL-W
           OR   PARCELA-CO63 NOT EQUAL PARCELA-ATUAL-W
                PERFORM ANALISA-PARCELA
                MOVE NR-CONTRATO-CO63 TO CONTRATO-ATUAL-W
                MOVE PARCELA-CO63     TO PARCELA-ATUAL-W
                MOVE ZEROS            TO QTDE-RECIBOS-W.

           IF   QTDE-RECIBOS-W EQUAL 20
                GO TO LE-RECIBO-EXIT.
           ADD 1 TO QTDE-RECIBOS-W.
           MOVE QTDE-RECIBOS-W     TO IND-W.
           MOVE NR-RECIBO-CO63     TO NR-RECIBO-TAB (IND-W).
           MOVE PROGRAMA-CO63      TO PROGRAMA-TAB (IND-W).
           MOVE FORMA-PGTO-CO63    TO FORMA-TAB (IND-W).
           MOVE DATA-EMISSAO-CO63  TO DATA-EMISSAO-TAB (IND-W).
           MOVE HORA-EMISSAO-CO63  TO HORA-EMISSAO-TAB (IND-W).
           MOVE DATA-PGTO-CO63     TO DATA-PGTO-TAB (IND-W).
           MOVE USUARIO-CO63       TO USUARIO-TAB (IND-W).
           MOVE VALOR-PAGO-CO63    TO VALOR-PAGO-TAB (IND-W).
           MOVE SPACES             TO NSU-TAB (IND-W).
           IF   PROGRAMA-CO63 EQUAL "CXP116"
                MOVE DOCUMENTO-CO63(1:15) TO NSU-TAB (IND-W).
           MOVE ZEROS              TO EXCESSO-TAB (IND-W).

       LE-RECIBO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ANALISA-PARCELA - o primeiro recibo e a baixa. Venda em
      *    cartao no balcao (COP048 forma 3) e as parcelas de cartao
      *    de um mesmo NSU liquidadas pelo CXP116 sao um so pagamento;
      *    um segundo NSU, ou qualquer outro recibo, e excesso.
      *----------------------------------------------------------------
       ANALISA-PARCELA SECTION.
           IF   QTDE-RECIBOS-W LESS 2
                GO TO ANALISA-PARCELA-EXIT.

           MOVE ZEROS  TO QTDE-EXCESSOS-W CARTAO-BALCAO-W.
           MOVE SPACES TO CARTAO-NSU-W.
           PERFORM CLASSIFICA-RECIBO
                   VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER QTDE-RECIBOS-W.
           IF   QTDE-EXCESSOS-W EQUAL ZEROS
                GO TO ANALISA-PARCELA-EXIT.

           ADD 1 TO QTDE-PARCELAS-DUPLIC-W.
           MOVE CONTRATO-ATUAL-W TO NR-CONTRATO-CO44.
           MOVE PARCELA-ATUAL-W  TO PARCELA-CO44.
           READ COD044
               INVALID KEY
                   MOVE ZEROS TO DATA-VCTO-CO44 VALOR-CO44
           END-READ.
           IF   LIN GREATER 50
                PERFORM CABECALHO.
           MOVE CONTRATO-ATUAL-W TO CONTRATO-PARC-REL.
           MOVE PARCELA-ATUAL-W  TO PARCELA-PARC-REL.
           MOVE DATA-VCTO-CO44   TO DATA-AMD-W.
           MOVE DIA-AMD-W TO DIA-DMA-W.
           MOVE MES-AMD-W TO MES-DMA-W.
           MOVE ANO-AMD-W TO ANO-DMA-W.
           MOVE DATA-DMA-R       TO VCTO-PARC-REL.
           MOVE VALOR-CO44       TO VALOR-PARC-REL.
           WRITE REG-RELAT FROM LINPARC AFTER 2.
           ADD 2 TO LIN.
           PERFORM IMPRIME-RECIBO
                   VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER QTDE-RECIBOS-W.

       ANALISA-PARCELA-EXIT. EXIT.

       CLASSIFICA-RECIBO SECTION.
           IF   PROGRAMA-TAB (IND-W) EQUAL "COP048"
           AND  FORMA-TAB (IND-W) EQUAL 3
                IF   CARTAO-BALCAO-W EQUAL 0
                AND (IND-W EQUAL 1 OR CARTAO-NSU-W NOT EQUAL SPACES)
                     MOVE 1 TO CARTAO-BALCAO-W
                     GO TO CLASSIFICA-RECIBO-EXIT
                END-IF
           END-IF.

           IF   PROGRAMA-TAB (IND-W) EQUAL "CXP116"
                IF   CARTAO-NSU-W EQUAL SPACES
                AND (IND-W EQUAL 1 OR CARTAO-BALCAO-W EQUAL 1)
                     MOVE NSU-TAB (IND-W) TO CARTAO-NSU-W
                     GO TO CLASSIFICA-RECIBO-EXIT
                END-IF
                IF   NSU-TAB (IND-W) EQUAL CARTAO-NSU-W
                     GO TO CLASSIFICA-RECIBO-EXIT
                END-IF
           END-IF.

           IF   IND-W EQUAL 1
                GO TO CLASSIFICA-RECIBO-EXIT.

           MOVE 1 TO EXCESSO-TAB (IND-W).
           ADD 1 TO QTDE-EXCESSOS-W.

       CLASSIFICA-RECIBO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-RECIBO - uma linha por recibo da parcela; o recibo
      *    excedente ainda sem ocorrencia no COD071 ganha uma,
      *    pendente, com o primeiro recibo como original.
      *----------------------------------------------------------------
       IMPRIME-RECIBO SECTION.
           MOVE IND-W                   TO ORDEM-REL.
           MOVE NR-RECIBO-TAB (IND-W)   TO RECIBO-REL.
           MOVE PROGRAMA-TAB (IND-W)    TO PROGRAMA-CANAL-W.
           MOVE FORMA-TAB (IND-W)       TO FORMA-CANAL-W.
           PERFORM DETERMINA-CANAL.
           MOVE CANAL-W                 TO CANAL-REL.
           MOVE DATA-EMISSAO-TAB (IND-W) TO DATA-AMD-W.
           MOVE DIA-AMD-W TO DIA-DMA-W.
           MOVE MES-AMD-W TO MES-DMA-W.
           MOVE ANO-AMD-W TO ANO-DMA-W.
           MOVE DATA-DMA-R              TO EMISSAO-REL.
           MOVE HORA-EMISSAO-TAB (IND-W) TO HORA-REL.
           MOVE DATA-PGTO-TAB (IND-W)   TO DATA-AMD-W.
           MOVE DIA-AMD-W TO DIA-DMA-W.
           MOVE MES-AMD-W TO MES-DMA-W.
           MOVE ANO-AMD-W TO ANO-DMA-W.
           MOVE DATA-DMA-R              TO PGTO-REL.
           MOVE USUARIO-TAB (IND-W)     TO USUARIO-REL.
           MOVE VALOR-PAGO-TAB (IND-W)  TO VALOR-REL.

           IF   IND-W EQUAL 1
                MOVE "BAIXA (PRIMEIRO A CHEGAR)" TO SITUACAO-REL
           ELSE
                IF   EXCESSO-TAB (IND-W) EQUAL 0
                     MOVE "MESMO PAGAMENTO (CARTAO)" TO SITUACAO-REL
                ELSE
                     PERFORM REGISTRA-OCORRENCIA.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINREC.
           ADD 1 TO LIN.

       IMPRIME-RECIBO-EXIT. EXIT.

       REGISTRA-OCORRENCIA SECTION.
           MOVE NR-RECIBO-TAB (IND-W) TO NR-RECIBO-CO71.
           READ COD071
               INVALID KEY
                   INITIALIZE REG-COD071
                   MOVE NR-RECIBO-TAB (IND-W)   TO NR-RECIBO-CO71
                   MOVE CONTRATO-ATUAL-W        TO NR-CONTRATO-CO71
                   MOVE PARCELA-ATUAL-W         TO PARCELA-CO71
                   MOVE PROGRAMA-TAB (IND-W)    TO PROGRAMA-CO71
                   MOVE FORMA-TAB (IND-W)       TO FORMA-PGTO-CO71
                   MOVE DATA-PGTO-TAB (IND-W)   TO DATA-PGTO-CO71
                   MOVE USUARIO-TAB (IND-W)     TO USUARIO-PGTO-CO71
                   MOVE VALOR-PAGO-TAB (IND-W)  TO VALOR-EXCESSO-CO71
                   MOVE NR-RECIBO-TAB (1)       TO RECIBO-ORIGINAL-CO71
                   MOVE PROGRAMA-TAB (1)      TO PROGRAMA-ORIGINAL-CO71
                   MOVE DATA-PGTO-TAB (1)    TO DATA-PGTO-ORIGINAL-CO71
                   MOVE DATA-HOJE-W             TO DATA-DETECCAO-CO71
                   MOVE 0                       TO SITUACAO-CO71
                   WRITE REG-COD071
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO COD071: " ST-COD071
                       NOT INVALID KEY
                           ADD 1 TO QTDE-NOVAS-W
                   END-WRITE
           END-READ.

           EVALUATE SITUACAO-CO71
               WHEN 0 MOVE "EXCESSO - PENDENTE"    TO SITUACAO-REL
               WHEN 1 MOVE "EXCESSO - CREDITADO"   TO SITUACAO-REL
               WHEN 2 MOVE "EXCESSO - DEVOLUCAO"   TO SITUACAO-REL
               WHEN 3 MOVE "EXCESSO - DESCONSID."  TO SITUACAO-REL
           END-EVALUATE.

       REGISTRA-OCORRENCIA-EXIT. EXIT.

      *    nome do canal pelo programa que emitiu o recibo
       DETERMINA-CANAL SECTION.
           EVALUATE PROGRAMA-CANAL-W
               WHEN "COP048"
                   IF   FORMA-CANAL-W EQUAL 3
                        MOVE "BALCAO-CRT" TO CANAL-W
                   ELSE
                        MOVE "BALCAO"     TO CANAL-W
                   END-IF
               WHEN "CXP119"  MOVE "PIX"        TO CANAL-W
               WHEN "CXP116"  MOVE "CARTAO"     TO CANAL-W
               WHEN "COP061"  MOVE "CREDITO"    TO CANAL-W
               WHEN "COP085"  MOVE "DEB.AUTOM." TO CANAL-W
               WHEN "COP088"  MOVE "QUITACAO"   TO CANAL-W
               WHEN "CXP132"  MOVE "RECUP.CBK"  TO CANAL-W
               WHEN OTHER     MOVE PROGRAMA-CANAL-W TO CANAL-W
           END-EVALUATE.

       CONTA-PENDENTES SECTION.
           MOVE ZEROS TO NR-RECIBO-CO71.
           START COD071 KEY IS NOT LESS NR-RECIBO-CO71
               INVALID KEY
                   GO TO CONTA-PENDENTES-EXIT.
           MOVE ZEROS TO FIM-COD063.
           PERFORM SOMA-PENDENTE UNTIL FIM-COD063-TRUE.

       CONTA-PENDENTES-EXIT. EXIT.

       SOMA-PENDENTE SECTION.
           READ COD071 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD063
                   GO TO SOMA-PENDENTE-EXIT.
           IF   SITUACAO-CO71 EQUAL 0
                ADD 1                  TO QTDE-PENDENTES-W
                ADD VALOR-EXCESSO-CO71 TO TOTAL-PENDENTE-W.

       SOMA-PENDENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    TRATA-OCORRENCIA - uma ocorrencia pendente pelo recibo
      *    excedente: mostra os dois pagamentos, propoe credito (ha
      *    parcela em aberto no contrato para usar o credito) ou
      *    devolucao, e grava a escolha confirmada pelo operador.
      *----------------------------------------------------------------
       TRATA-OCORRENCIA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "RECIBO EXCEDENTE.....................: "
               WITH NO ADVANCING.
           ACCEPT RECIBO-PARM.
           MOVE RECIBO-PARM TO NR-RECIBO-CO71.
           READ COD071
               INVALID KEY
                   DISPLAY "OCORRENCIA NAO ENCONTRADA - RODE A "
                           "CONCILIACAO (R)."
                   GO TO TRATA-OCORRENCIA-EXIT
           END-READ.
           IF   SITUACAO-CO71 NOT EQUAL 0
                DISPLAY "OCORRENCIA JA TRATADA EM " DATA-SOLUCAO-CO71
                        " POR " USUARIO-SOLUCAO-CO71 "."
                GO TO TRATA-OCORRENCIA-EXIT.
           MOVE RECIBO-PARM TO NR-RECIBO-CO63.
           READ COD063
               INVALID KEY
                   DISPLAY "RECIBO NAO ENCONTRADO NO COD063."
                   GO TO TRATA-OCORRENCIA-EXIT
           END-READ.
           IF   SITUACAO-CO63 NOT EQUAL 0
                DISPLAY "RECIBO CANCELADO NO COP081 - OCORRENCIA "
                        "DESCONSIDERADA."
                MOVE "RECIBO CANCELADO NO COP081" TO OBS-PARM
                MOVE 3 TO SITUACAO-CO71
                PERFORM ENCERRA-OCORRENCIA
                GO TO TRATA-OCORRENCIA-EXIT.

           DISPLAY "CONTRATO " NR-CONTRATO-CO71 " PARCELA "
                   PARCELA-CO71.
           MOVE PROGRAMA-ORIGINAL-CO71 TO PROGRAMA-CANAL-W.
           MOVE ZEROS                  TO FORMA-CANAL-W.
           PERFORM DETERMINA-CANAL.
           DISPLAY "1o PAGAMENTO: RECIBO " RECIBO-ORIGINAL-CO71
                   " " CANAL-W " PAGO EM " DATA-PGTO-ORIGINAL-CO71.
           MOVE PROGRAMA-CO71          TO PROGRAMA-CANAL-W.
           MOVE FORMA-PGTO-CO71        TO FORMA-CANAL-W.
           PERFORM DETERMINA-CANAL.
           MOVE VALOR-EXCESSO-CO71 TO VALOR-EXIBE-W.
           DISPLAY "EXCESSO.....: RECIBO " NR-RECIBO-CO71
                   " " CANAL-W " PAGO EM " DATA-PGTO-CO71
                   " POR " USUARIO-PGTO-CO71 " VALOR " VALOR-EXIBE-W.

           PERFORM CONTA-ABERTAS-CONTRATO.
           IF   QTDE-ABERTAS-W GREATER ZEROS
                DISPLAY "PROPOSTA: CREDITO AO CLIENTE NO COD051 - O "
                        "CONTRATO TEM " QTDE-ABERTAS-W
                        " PARCELA(S) EM ABERTO"
           ELSE
                DISPLAY "PROPOSTA: DEVOLUCAO AO CLIENTE - O CONTRATO "
                        "NAO TEM PARCELA EM ABERTO".
           DISPLAY "C-CREDITO D-DEVOLUCAO X-DESCONSIDERA "
                   "(OUTRA = VOLTA): " WITH NO ADVANCING.
           ACCEPT SOLUCAO-W.
           EVALUATE SOLUCAO-W
               WHEN "C" WHEN "c"
                   MOVE 1 TO SITUACAO-CO71
               WHEN "D" WHEN "d"
                   MOVE 2 TO SITUACAO-CO71
               WHEN "X" WHEN "x"
                   MOVE 3 TO SITUACAO-CO71
                   DISPLAY "MOTIVO...............................: "
                       WITH NO ADVANCING
                   ACCEPT OBS-PARM
                   IF   OBS-PARM EQUAL SPACES
                        DISPLAY "MOTIVO OBRIGATORIO."
                        GO TO TRATA-OCORRENCIA-EXIT
                   END-IF
               WHEN OTHER
                   GO TO TRATA-OCORRENCIA-EXIT
           END-EVALUATE.
           DISPLAY "CONFIRMA (S/N).......................: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "OCORRENCIA MANTIDA PENDENTE."
                GO TO TRATA-OCORRENCIA-EXIT.

           MOVE ZEROS TO SEQ-TITULO-W.
           EVALUATE SITUACAO-CO71
               WHEN 1
                   PERFORM GERA-CREDITO-CLIENTE
                   IF   MOV-GRAVADO-W NOT EQUAL 1
                        GO TO TRATA-OCORRENCIA-EXIT
                   END-IF
                   MOVE "CREDITO NO COD051" TO OBS-PARM
               WHEN 2
                   PERFORM GERA-TITULO-DEVOLUCAO
                   IF   SEQ-TITULO-W EQUAL ZEROS
                        GO TO TRATA-OCORRENCIA-EXIT
                   END-IF
                   MOVE SPACES TO OBS-PARM
                   STRING "TITULO CPD020 SEQ " SEQ-TITULO-W
                          DELIMITED BY SIZE INTO OBS-PARM
           END-EVALUATE.
           PERFORM ENCERRA-OCORRENCIA.

       TRATA-OCORRENCIA-EXIT. EXIT.

       ENCERRA-OCORRENCIA SECTION.
           MOVE DATA-HOJE-W  TO DATA-SOLUCAO-CO71.
           MOVE SEQ-TITULO-W TO SEQ-TITULO-CO71.
           MOVE USUARIO-PARM TO USUARIO-SOLUCAO-CO71.
           MOVE OBS-PARM     TO OBS-CO71.
           REWRITE REG-COD071
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD071: " ST-COD071
                   GO TO ENCERRA-OCORRENCIA-EXIT
           END-REWRITE.
           PERFORM GRAVA-LOG-OCORRENCIA.
           DISPLAY "OCORRENCIA TRATADA: " OBS-CO71.

       ENCERRA-OCORRENCIA-EXIT. EXIT.

      *    parcelas do contrato ainda em aberto (nao pagas e nao
      *    renegociadas) - onde o credito do cliente pode ser usado
       CONTA-ABERTAS-CONTRATO SECTION.
           MOVE ZEROS TO QTDE-ABERTAS-W FIM-COD044.
           MOVE NR-CONTRATO-CO71 TO NR-CONTRATO-CO44.
           MOVE ZEROS            TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-COD044.
           PERFORM VERIFICA-ABERTA UNTIL FIM-COD044-TRUE.

       CONTA-ABERTAS-CONTRATO-EXIT. EXIT.

       VERIFICA-ABERTA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD044
                   GO TO VERIFICA-ABERTA-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL NR-CONTRATO-CO71
                MOVE 1 TO FIM-COD044
                GO TO VERIFICA-ABERTA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO VERIFICA-ABERTA-EXIT.
           IF   SITUACAO-CO44 IS NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO VERIFICA-ABERTA-EXIT.
           ADD 1 TO QTDE-ABERTAS-W.

       VERIFICA-ABERTA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-CREDITO-CLIENTE - o excesso vira credito do titular do
      *    recibo no COD051 (molde do COP054); colisao de sequencia no
      *    dia avanca SEQ ate gravar.
      *----------------------------------------------------------------
       GERA-CREDITO-CLIENTE SECTION.
           MOVE CLASSIF-CLIENTE-CO63 TO CLASSIF-CO51.
           MOVE CODIGO-CLIENTE-CO63  TO CODIGO-CO51.
           MOVE DATA-HOJE-W          TO DATA-MOV-CO51.
           MOVE 1                    TO SEQ-CO51.
           MOVE 0                    TO TIPO-MOV-CO51.
           MOVE VALOR-EXCESSO-CO71   TO VALOR-CO51.
           MOVE SPACES               TO ORIGEM-CO51.
           STRING "COP091 " NR-RECIBO-CO71
                  DELIMITED BY SIZE INTO ORIGEM-CO51.
           MOVE SPACES               TO HISTORICO-CO51.
           STRING "DUPLICIDADE CTR " NR-CONTRATO-CO71 "/"
                  PARCELA-CO71
                  DELIMITED BY SIZE INTO HISTORICO-CO51.
           MOVE USUARIO-PARM         TO USUARIO-CO51.
           MOVE ZEROS TO MOV-GRAVADO-W TENTA-MOV-W.
           PERFORM GRAVA-CREDITO-FISICO
                   UNTIL MOV-GRAVADO-W EQUAL 1
                      OR TENTA-MOV-W GREATER 9999.
           IF   MOV-GRAVADO-W EQUAL 1
                DISPLAY "EXCESSO CREDITADO AO CLIENTE (COD051)."
           ELSE
                DISPLAY "ERRO GRAVACAO COD051: " ST-COD051.

       GERA-CREDITO-CLIENTE-EXIT. EXIT.

       GRAVA-CREDITO-FISICO SECTION.
           WRITE REG-COD051
               INVALID KEY
                   ADD 1 TO SEQ-CO51
                   ADD 1 TO TENTA-MOV-W
               NOT INVALID KEY
                   MOVE 1 TO MOV-GRAVADO-W
           END-WRITE.

       GRAVA-CREDITO-FISICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-TITULO-DEVOLUCAO - titulo em CPD020 (documento "DP" +
      *    recibo excedente) com FORNECEDOR = codigo do cliente,
      *    pendente de aprovacao (CPP025) como o do COP054; sequencia
      *    nova pela varredura completa.
      *----------------------------------------------------------------
       GERA-TITULO-DEVOLUCAO SECTION.
           MOVE ZEROS TO ULT-SEQ-CAIXA-W FIM-CPD020-W SEQ-TITULO-W.
           MOVE NR-RECIBO-CO71 TO RECIBO-DOCTO-W.
           MOVE ZEROS TO SEQ-CAIXA-CP20 PARCELA-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
               INVALID KEY
                   MOVE 1 TO FIM-CPD020-W.
           PERFORM PROCURA-ULTIMO-SEQ UNTIL FIM-CPD020-W EQUAL 1.

           COMPUTE SEQ-CAIXA-CP20 = ULT-SEQ-CAIXA-W + 1.
           MOVE 1                   TO PARCELA-CP20.
           MOVE ZEROS               TO DATA-PGTO-CP20.
           MOVE DATA-HOJE-W         TO DATA-VCTO-CP20.
           MOVE ZEROS               TO CODREDUZ-APUR-CP20.
           MOVE SPACES              TO DESCRICAO-CP20.
           STRING "DEVOLUCAO DUPLIC CTR " NR-CONTRATO-CO71 "/"
                  PARCELA-CO71
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE DOCTO-DEVOL-W       TO NR-DOCTO-CP20.
           MOVE VALOR-EXCESSO-CO71  TO VALOR-CP20.
           MOVE CODIGO-CLIENTE-CO63 TO FORNECEDOR-CP20.
           MOVE 0                   TO SIT-APROV-CP20.
           MOVE SPACES              TO APROVADOR-CP20.
           MOVE ZEROS               TO DATA-APROV-CP20.
           MOVE "P"                 TO TIPO-TITULO-CP20.
           MOVE ZEROS               TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                   GO TO GERA-TITULO-DEVOLUCAO-EXIT
           END-WRITE.
           MOVE SEQ-CAIXA-CP20 TO SEQ-TITULO-W.
           DISPLAY "TITULO DE DEVOLUCAO GERADO NO CPD020 - SEQ "
                   SEQ-TITULO-W " (APROVACAO NO CPP025).".

       GERA-TITULO-DEVOLUCAO-EXIT. EXIT.

       PROCURA-ULTIMO-SEQ SECTION.
           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020-W
                   GO TO PROCURA-ULTIMO-SEQ-EXIT.
           IF   SEQ-CAIXA-CP20 GREATER ULT-SEQ-CAIXA-W
                MOVE SEQ-CAIXA-CP20 TO ULT-SEQ-CAIXA-W.

       PROCURA-ULTIMO-SEQ-EXIT. EXIT.

       GRAVA-LOG-OCORRENCIA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "DUPLICIDADE"      TO LOG3-OPERACAO.
           MOVE "COD071"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-RECIBO-CO71     TO LOG3-CHAVE-REG(1:8).
           MOVE "SITUACAO-CO71"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE "0"                TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE SITUACAO-CO71      TO LOG3-VALOR-ATUAL(1:1).
           MOVE OBS-CO71           TO LOG3-VALOR-ATUAL(3:30).
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

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
           CLOSE COD044 COD051 COD063 COD071 CPD020 LOG003.

       END PROGRAM COP091.
