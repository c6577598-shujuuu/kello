      *        BOLETO (NR-DOCTO-CP20 EM BRANCO) E' PAGAMENTO NOSSO A
      *        FAZER (SAIDA); TITULO COM BOLETO JA EMITIDO PELO CXP103
      *        E AINDA SEM RETORNO E' COBRANCA A RECEBER (ENTRADA).
      *        AS PRESTACOES EM ABERTO DOS EMPRESTIMOS E FINANCIAMENTOS
      *        (CXD117, CRONOGRAMA DO CXP129) QUE VENCEM NO HORIZONTE
      *        ENTRAM COMO SAIDA NO DIA DO VENCIMENTO; SEM O CXD117
      *        (STATUS 35) A PROJECAO SEGUE SO COM OS TITULOS.
      *        TITULO DE FORNECEDOR GERADO COM DOCUMENTO (TIPO "P" -
      *        NOTA DO CPP038, IMPOSTO, EVENTO DO COP097) TAMBEM E'
      *        SAIDA. AS PARCELAS DO CRONOGRAMA DOS FORNECEDORES DE
      *        EVENTO (COD082) QUE AINDA NAO VIRARAM TITULO ENTRAM COMO
      *        SAIDA NO VENCIMENTO; SEM O COD082 SEGUE SEM ELAS.
      *        IMPRIME O SALDO PROJETADO DE CADA DIA E MARCA O
      *        PRIMEIRO DIA EM QUE ELE FICA NEGATIVO. O TITULO ENTRA
      *        PELO SALDO EM ABERTO (CPP035V), DESCONTADOS OS
      *        PAGAMENTOS PARCIAIS JA FEITOS (RAZAO CPD025).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPPX020.

           COPY CXPX117.

           COPY COPX082.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.

           COPY CPPW020.

           COPY CXPW117.

           COPY COPW082.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CXD117             PIC XX       VALUE SPACES.
           05  SEM-CXD117-W          PIC 9        VALUE ZEROS.
           05  ST-COD082             PIC XX       VALUE SPACES.
           05  SEM-COD082-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CXD100            PIC 9        VALUE ZEROS.
              88  FIM-CXD100-TRUE       VALUE 1.
           05  FIM-CPD020            PIC 9        VALUE ZEROS.
              88  FIM-CPD020-TRUE       VALUE 1.
           05  FIM-CXD117            PIC 9        VALUE ZEROS.
              88  FIM-CXD117-TRUE       VALUE 1.
           05  FIM-COD082            PIC 9        VALUE ZEROS.
              88  FIM-COD082-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           COPY "PARAMETR".

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

      *----------------------------------------------------------------
      *    TAB-PROJECAO - um slot por dia do horizonte, com a data do
      *    calendario e os totais de entrada (boletos a retornar) e
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(90)   VALUE
           "PROJECAO DE FLUXO DE CAIXA - CXD100 + TITULOS CPD020 + EMPRE
      -    "STIMOS CXD117 + EVENTOS COD082".
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
                PERFORM MONTA-CALENDARIO
                PERFORM APURA-SALDO-ATUAL UNTIL FIM-CXD100-TRUE
                PERFORM CLASSIFICA-TITULOS UNTIL FIM-CPD020-TRUE
                PERFORM PROJETA-PRESTACOES UNTIL FIM-CXD117-TRUE
                PERFORM PROJETA-EVENTOS UNTIL FIM-COD082-TRUE
                PERFORM IMPRIME-PROJECAO
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CXD117" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD117.
           MOVE "COD082" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD082.
           CLOSE CONTROLE.

           OPEN INPUT CXD100 CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                MOVE 1 TO ERRO-W.
           OPEN INPUT CXD117.
           IF   ST-CXD117 EQUAL "35"
                MOVE 1 TO SEM-CXD117-W FIM-CXD117
           ELSE
                IF   ST-CXD117 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA CXD117: " ST-CXD117
                     MOVE 1 TO ERRO-W.
           OPEN INPUT COD082.
           IF   ST-COD082 EQUAL "35"
                MOVE 1 TO SEM-COD082-W FIM-COD082
           ELSE
                IF   ST-COD082 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD082: " ST-COD082
                     MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

               INVALID KEY
                   MOVE 1 TO FIM-CPD020.

           IF   SEM-CXD117-W EQUAL 0
                SET DIA-IDX TO 1
                MOVE DATA-DIA-TAB (DIA-IDX) TO DATA-VCTO-CX117
                MOVE ZEROS TO NR-EMPREST-CX117 PARCELA-CX117
                START CXD117 KEY IS NOT LESS ALT-CX117
                    INVALID KEY
                        MOVE 1 TO FIM-CXD117.

           IF   SEM-COD082-W EQUAL 0
                SET DIA-IDX TO 1
                MOVE DATA-DIA-TAB (DIA-IDX) TO DATA-VCTO-CO82
                START COD082 KEY IS NOT LESS ALT-CO82
                    INVALID KEY
                        MOVE 1 TO FIM-COD082.

       MONTA-UM-DIA SECTION.
           PERFORM AVANCA-UM-DIA.
           SET DIA-IDX TO DIA-IDX-W.
                   MOVE 1 TO FIM-CXD100
                   GO TO APURA-SALDO-ATUAL-EXIT.

      *    depreciacao/baixa de bem nao mexe no saldo de caixa
           IF   LCTO-NAO-CAIXA-CX100
                GO TO APURA-SALDO-ATUAL-EXIT.

           IF   TIPO-LCTO-CX100 LESS 50
                ADD VALOR-CX100 TO SALDO-ATUAL-W
           ELSE
      *    CLASSIFICA-TITULOS - titulo nao pago com vencimento dentro
      *    do horizonte entra no dia correspondente: com boleto
      *    emitido (NR-DOCTO preenchido) e' entrada a receber, sem
      *    boleto e' pagamento a fazer; vale o saldo em aberto.
      *----------------------------------------------------------------
       CLASSIFICA-TITULOS SECTION.
           READ CPD020 NEXT RECORD
           IF   DATA-PGTO-CP20 NOT EQUAL ZEROS
                GO TO CLASSIFICA-TITULOS-EXIT.

           MOVE SEQ-CAIXA-CP20  TO SEQ-CAIXA-SAL.
           MOVE PARCELA-CP20    TO PARCELA-SAL.
           MOVE VALOR-CP20      TO VALOR-TITULO-SAL.
           MOVE DATA-PGTO-CP20  TO DATA-PGTO-TITULO-SAL.
           MOVE ZEROS           TO DATA-INI-SAL DATA-FIM-SAL.
           CALL "CPP035V" USING PARAMETROS-CPP035V.
           IF   SALDO-SAL EQUAL ZEROS
                GO TO CLASSIFICA-TITULOS-EXIT.

           SET DIA-IDX TO 1.
           SEARCH DIA-OCR
               AT END
                   GO TO CLASSIFICA-TITULOS-EXIT
               WHEN DATA-DIA-TAB (DIA-IDX) EQUAL DATA-VCTO-CP20
                   IF   NR-DOCTO-CP20 EQUAL SPACES
                   OR   TIPO-TITULO-CP20 EQUAL "P"
                        ADD SALDO-SAL  TO SAIDAS-TAB (DIA-IDX)
                   ELSE
                        ADD SALDO-SAL  TO ENTRADAS-TAB (DIA-IDX)
                   END-IF
           END-SEARCH.

       CLASSIFICA-TITULOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROJETA-PRESTACOES - prestacao de emprestimo ainda em aberto
      *    e' saida no dia do vencimento; o CXD117 e' lido em ordem de
      *    vencimento e a leitura para no primeiro alem do horizonte.
      *----------------------------------------------------------------
       PROJETA-PRESTACOES SECTION.
           READ CXD117 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD117
                   GO TO PROJETA-PRESTACOES-EXIT.

           SET DIA-IDX TO DIAS-PARM.
           IF   DATA-VCTO-CX117 GREATER DATA-DIA-TAB (DIA-IDX)
                MOVE 1 TO FIM-CXD117
                GO TO PROJETA-PRESTACOES-EXIT.

           IF   SITUACAO-CX117 NOT EQUAL 0
                GO TO PROJETA-PRESTACOES-EXIT.

           SET DIA-IDX TO 1.
           SEARCH DIA-OCR
               AT END
                   GO TO PROJETA-PRESTACOES-EXIT
               WHEN DATA-DIA-TAB (DIA-IDX) EQUAL DATA-VCTO-CX117
                   ADD VALOR-PRESTACAO-CX117 TO SAIDAS-TAB (DIA-IDX)
           END-SEARCH.

       PROJETA-PRESTACOES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROJETA-EVENTOS - parcela do cronograma de fornecedor de
      *    evento (COP097) sem titulo ainda e' saida no vencimento; a
      *    que ja virou titulo entra pelo CPD020 em CLASSIFICA-TITULOS.
      *----------------------------------------------------------------
       PROJETA-EVENTOS SECTION.
           READ COD082 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD082
                   GO TO PROJETA-EVENTOS-EXIT.

           SET DIA-IDX TO DIAS-PARM.
           IF   DATA-VCTO-CO82 GREATER DATA-DIA-TAB (DIA-IDX)
                MOVE 1 TO FIM-COD082
                GO TO PROJETA-EVENTOS-EXIT.

           IF   SEQ-CAIXA-CO82 NOT EQUAL ZEROS
                GO TO PROJETA-EVENTOS-EXIT.

           SET DIA-IDX TO 1.
           SEARCH DIA-OCR
               AT END
                   GO TO PROJETA-EVENTOS-EXIT
               WHEN DATA-DIA-TAB (DIA-IDX) EQUAL DATA-VCTO-CO82
                   ADD VALOR-CO82 TO SAIDAS-TAB (DIA-IDX)
           END-SEARCH.

       PROJETA-EVENTOS-EXIT. EXIT.

       IMPRIME-PROJECAO SECTION.
           PERFORM CABECALHO.
           MOVE SALDO-ATUAL-W TO SALDO-ATUAL-REL.

       FECHA-ARQUIVOS SECTION.
           CLOSE CXD100 CPD020 RELAT.
           IF   SEM-CXD117-W EQUAL 0
                CLOSE CXD117.
           IF   SEM-COD082-W EQUAL 0
                CLOSE COD082.

       END PROGRAM CXP107.
