       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP033.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RELATORIO DE SUSPEITAS DE NOTA DE FORNECEDOR EM DOBRO
      *        NO CONTAS A PAGAR. VARRE O CPD020 INTEIRO, PAGOS E EM
      *        ABERTO, E LISTA OS PARES DE TITULOS DO MESMO FORNECEDOR
      *        COM O MESMO DOCUMENTO OU COM O MESMO VALOR E
      *        VENCIMENTO A POUCOS DIAS - O MESMO CRITERIO QUE O
      *        CPP032V APLICA NA ENTRADA DE CADA TITULO, AQUI PARA O
      *        QUE JA ESTA NO ARQUIVO (LANCADO ANTES DA CONFERENCIA
      *        OU LIBERADO COM CONFIRMACAO). O PAR COM OS DOIS TITULOS
      *        PAGOS E' DINHEIRO QUE JA SAIU EM DOBRO E E' TOTALIZADO
      *        A PARTE, PARA A COBRANCA DO FORNECEDOR. OS TITULOS SAO
      *        CARREGADOS EM TABELA E COMPARADOS DOIS A DOIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX020.

           COPY CGPX001.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW020.

           COPY CGPW001.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CPD020            PIC 9        VALUE ZEROS.
              88  FIM-CPD020-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  QTDE-TITULOS-W        PIC 9(5)     VALUE ZEROS.
           05  QTDE-PARES-W          PIC 9(5)     VALUE ZEROS.
           05  QTDE-PAGOS-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-PAGO-DOBRO-W    PIC 9(11)V99 VALUE ZEROS.
           05  DIAS-TOLERANCIA-PARM  PIC 9(3)     VALUE ZEROS.
           05  DIFERENCA-DIAS-W      PIC 9(7)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(10)    VALUE SPACES.
           05  DIA-ABSOLUTO-W        PIC 9(8)     VALUE ZEROS.
           05  ANO-CORTE-W           PIC 9(4)     VALUE ZEROS.
           05  MES-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  DIA-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       01  TAB-TITULO.
           05  TITULO-OCR OCCURS 5000 TIMES
                          INDEXED BY TIT-IDX TIT-IDX2.
               10  SEQ-TAB           PIC 9(6).
               10  PARCELA-TAB       PIC 9(2).
               10  FORNECEDOR-TAB    PIC 9(6).
               10  DOCTO-TAB         PIC X(10).
               10  VALOR-TAB         PIC 9(8)V99.
               10  VCTO-TAB          PIC 9(8).
               10  DIA-ABS-TAB       PIC 9(7).
               10  PGTO-TAB          PIC 9(8).

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(60)   VALUE
           "SUSPEITAS DE NOTA EM DOBRO - CONTAS A PAGAR".
           05  FILLER                PIC X(20)   VALUE
           "TOLERANCIA (DIAS): ".
           05  TOLERANCIA-REL        PIC ZZ9     VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "MOTIVO     FORNEC NOME             SEQ/PC    DOCUMENTO  VENC
      -    "TO    PAGTO            VALOR".

       01  LINDET.
           05  MOTIVO-REL            PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FORNEC-REL            PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-REL              PIC X(16)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-REL               PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  PARCELA-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DOCTO-REL             PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VCTO-REL              PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  PGTO-REL              PIC Z(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER                PIC X(42)   VALUE
               "TITULOS CONFERIDOS......................:".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-TIT-REL          PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT2.
           05  FILLER                PIC X(42)   VALUE
               "PARES SUSPEITOS.........................:".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-PARES-REL        PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(42)   VALUE
               "PARES COM OS DOIS TITULOS PAGOS.........:".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-PAGOS-REL        PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE "   VALOR: ".
           05  VALOR-PAGOS-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CARREGA-TITULO UNTIL FIM-CPD020-TRUE
                PERFORM CABECALHO
                SET TIT-IDX TO 1
                PERFORM PERCORRE-TITULO
                        UNTIL TIT-IDX GREATER QTDE-TITULOS-W
                PERFORM IMPRIME-RODAPE
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
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           CLOSE CONTROLE.

           OPEN INPUT CPD020 CGD001.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                MOVE 1 TO ERRO-W.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                MOVE 1 TO ERRO-W.
           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "TOLERANCIA DE VENCIMENTO EM DIAS (0=5).: "
               WITH NO ADVANCING.
           ACCEPT DIAS-TOLERANCIA-PARM.
           IF   DIAS-TOLERANCIA-PARM EQUAL ZEROS
                MOVE 5 TO DIAS-TOLERANCIA-PARM.
           MOVE DIAS-TOLERANCIA-PARM TO TOLERANCIA-REL.

      *----------------------------------------------------------------
      *    CARREGA-TITULO - todo titulo com fornecedor, pago ou nao,
      *    vai para a tabela com o vencimento ja convertido em dia
      *    absoluto; passando do limite, a conferencia segue com o
      *    que coube e avisa no console.
      *----------------------------------------------------------------
       CARREGA-TITULO SECTION.
           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020
                   GO TO CARREGA-TITULO-EXIT.
           IF   FORNECEDOR-CP20 EQUAL ZEROS
                GO TO CARREGA-TITULO-EXIT.
           IF   QTDE-TITULOS-W NOT LESS 5000
                DISPLAY "AVISO: LIMITE DE 5000 TITULOS ATINGIDO - "
                        "CONFERENCIA PARCIAL"
                MOVE 1 TO FIM-CPD020
                GO TO CARREGA-TITULO-EXIT.

           ADD  1 TO QTDE-TITULOS-W.
           SET  TIT-IDX TO QTDE-TITULOS-W.
           MOVE SEQ-CAIXA-CP20  TO SEQ-TAB (TIT-IDX).
           MOVE PARCELA-CP20    TO PARCELA-TAB (TIT-IDX).
           MOVE FORNECEDOR-CP20 TO FORNECEDOR-TAB (TIT-IDX).
           MOVE NR-DOCTO-CP20   TO DOCTO-TAB (TIT-IDX).
           MOVE VALOR-CP20      TO VALOR-TAB (TIT-IDX).
           MOVE DATA-VCTO-CP20  TO VCTO-TAB (TIT-IDX).
           MOVE DATA-PGTO-CP20  TO PGTO-TAB (TIT-IDX).
           MOVE DATA-VCTO-CP20  TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W  TO DIA-ABS-TAB (TIT-IDX).

       CARREGA-TITULO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PERCORRE-TITULO - cada titulo contra os que vem depois dele
      *    na tabela, para cada par sair uma vez so.
      *----------------------------------------------------------------
       PERCORRE-TITULO SECTION.
           SET  TIT-IDX2 TO TIT-IDX.
           SET  TIT-IDX2 UP BY 1.
           PERFORM COMPARA-PAR
                   UNTIL TIT-IDX2 GREATER QTDE-TITULOS-W.
           SET  TIT-IDX UP BY 1.

       PERCORRE-TITULO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    COMPARA-PAR - o mesmo criterio do CPP032V: documento igual
      *    (preenchido) pesa mais que valor igual com vencimento
      *    proximo.
      *----------------------------------------------------------------
       COMPARA-PAR SECTION.
           MOVE SPACES TO MOTIVO-W.
           IF   FORNECEDOR-TAB (TIT-IDX2) NOT EQUAL
                FORNECEDOR-TAB (TIT-IDX)
                GO TO COMPARA-PAR-PROXIMO.

           IF   DOCTO-TAB (TIT-IDX) NOT EQUAL SPACES
           AND  DOCTO-TAB (TIT-IDX2) EQUAL DOCTO-TAB (TIT-IDX)
                MOVE "DOCUMENTO" TO MOTIVO-W
                PERFORM IMPRIME-PAR
                GO TO COMPARA-PAR-PROXIMO.

           IF   VALOR-TAB (TIT-IDX2) NOT EQUAL VALOR-TAB (TIT-IDX)
           OR   VALOR-TAB (TIT-IDX) EQUAL ZEROS
                GO TO COMPARA-PAR-PROXIMO.
           IF   DIA-ABS-TAB (TIT-IDX2) GREATER DIA-ABS-TAB (TIT-IDX)
                COMPUTE DIFERENCA-DIAS-W =
                        DIA-ABS-TAB (TIT-IDX2) - DIA-ABS-TAB (TIT-IDX)
           ELSE
                COMPUTE DIFERENCA-DIAS-W =
                        DIA-ABS-TAB (TIT-IDX) - DIA-ABS-TAB (TIT-IDX2).
           IF   DIFERENCA-DIAS-W NOT GREATER DIAS-TOLERANCIA-PARM
                MOVE "VALOR/VCTO" TO MOTIVO-W
                PERFORM IMPRIME-PAR.

       COMPARA-PAR-PROXIMO.
           SET  TIT-IDX2 UP BY 1.

       COMPARA-PAR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-PAR - as duas linhas do par; com os dois pagos, o
      *    valor do segundo pagamento entra no total pago em dobro.
      *----------------------------------------------------------------
       IMPRIME-PAR SECTION.
           IF   LIN GREATER 55
                PERFORM CABECALHO.
           ADD  1 TO QTDE-PARES-W.
           IF   PGTO-TAB (TIT-IDX)  NOT EQUAL ZEROS
           AND  PGTO-TAB (TIT-IDX2) NOT EQUAL ZEROS
                ADD 1 TO QTDE-PAGOS-W
                ADD VALOR-TAB (TIT-IDX2) TO VALOR-PAGO-DOBRO-W.

           MOVE FORNECEDOR-TAB (TIT-IDX) TO CODIGO-CG01.
           READ CGD001
               INVALID KEY
                   MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE MOTIVO-W                 TO MOTIVO-REL.
           MOVE FORNECEDOR-TAB (TIT-IDX) TO FORNEC-REL.
           MOVE NOME-CG01                TO NOME-REL.
           MOVE SEQ-TAB (TIT-IDX)        TO SEQ-REL.
           MOVE PARCELA-TAB (TIT-IDX)    TO PARCELA-REL.
           MOVE DOCTO-TAB (TIT-IDX)      TO DOCTO-REL.
           MOVE VCTO-TAB (TIT-IDX)       TO VCTO-REL.
           MOVE PGTO-TAB (TIT-IDX)       TO PGTO-REL.
           MOVE VALOR-TAB (TIT-IDX)      TO VALOR-REL.
           WRITE REG-RELAT FROM LINDET AFTER 2.

           MOVE SPACES                   TO MOTIVO-REL NOME-REL.
           MOVE ZEROS                    TO FORNEC-REL.
           MOVE SEQ-TAB (TIT-IDX2)       TO SEQ-REL.
           MOVE PARCELA-TAB (TIT-IDX2)   TO PARCELA-REL.
           MOVE DOCTO-TAB (TIT-IDX2)     TO DOCTO-REL.
           MOVE VCTO-TAB (TIT-IDX2)      TO VCTO-REL.
           MOVE PGTO-TAB (TIT-IDX2)      TO PGTO-REL.
           MOVE VALOR-TAB (TIT-IDX2)     TO VALOR-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  3 TO LIN.

       IMPRIME-PAR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DIA-ABSOLUTO - recebe AAAAMMDD em DIA-ABSOLUTO-W e
      *    devolve ali o numero de dias desde 01/01/0001, contando os
      *    bissextos (sem FUNCTION INTEGER-OF-DATE), no metodo do
      *    COP078.
      *----------------------------------------------------------------
       CALCULA-DIA-ABSOLUTO SECTION.
           DIVIDE DIA-ABSOLUTO-W BY 10000 GIVING ANO-CORTE-W
                                  REMAINDER QUOC-BISSEXTO-W.
           DIVIDE QUOC-BISSEXTO-W BY 100  GIVING MES-CORTE-W
                                  REMAINDER DIA-CORTE-W.
           IF   MES-CORTE-W LESS 1 OR MES-CORTE-W GREATER 12
           OR   ANO-CORTE-W EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO-W
                GO TO CALCULA-DIA-ABSOLUTO-EXIT.

           DIVIDE ANO-CORTE-W BY 4   GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-4-W.
           DIVIDE ANO-CORTE-W BY 100 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-100-W.
           DIVIDE ANO-CORTE-W BY 400 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

           EVALUATE MES-CORTE-W
               WHEN 1  MOVE 0   TO DIAS-ACUM-MES-W
               WHEN 2  MOVE 31  TO DIAS-ACUM-MES-W
               WHEN 3  MOVE 59  TO DIAS-ACUM-MES-W
               WHEN 4  MOVE 90  TO DIAS-ACUM-MES-W
               WHEN 5  MOVE 120 TO DIAS-ACUM-MES-W
               WHEN 6  MOVE 151 TO DIAS-ACUM-MES-W
               WHEN 7  MOVE 181 TO DIAS-ACUM-MES-W
               WHEN 8  MOVE 212 TO DIAS-ACUM-MES-W
               WHEN 9  MOVE 243 TO DIAS-ACUM-MES-W
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES-W
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES-W
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES-W
           END-EVALUATE.
           IF   MES-CORTE-W GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES-W.

           COMPUTE ANOS-COMPLETOS-W = ANO-CORTE-W - 1.
           COMPUTE DIA-ABSOLUTO-W = ANOS-COMPLETOS-W * 365
                                  + DIAS-ACUM-MES-W + DIA-CORTE-W.
           DIVIDE ANOS-COMPLETOS-W BY 4   GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 100 GIVING QUOC-BISSEXTO-W.
           SUBTRACT QUOC-BISSEXTO-W FROM DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 400 GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.

       CALCULA-DIA-ABSOLUTO-EXIT. EXIT.

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

       IMPRIME-RODAPE SECTION.
           MOVE QTDE-TITULOS-W     TO QTDE-TIT-REL.
           MOVE QTDE-PARES-W       TO QTDE-PARES-REL.
           MOVE QTDE-PAGOS-W       TO QTDE-PAGOS-REL.
           MOVE VALOR-PAGO-DOBRO-W TO VALOR-PAGOS-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT3.

       FECHA-ARQUIVOS SECTION.
           CLOSE CPD020 CGD001 RELAT.

       END PROGRAM CPP033.
