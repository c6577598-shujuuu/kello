       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP079.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: COMPARACAO ENTRE DUAS FOTOGRAFIAS MENSAIS DA CARTEIRA
      *        A RECEBER (COD061, GRAVADAS PELO COP078). PARCELA QUE
      *        ESTAVA EM ABERTO NO MES INICIAL E NAO ESTA NO FINAL E
      *        CLASSIFICADA PELA SITUACAO ATUAL DO COD044/COD047:
      *        RECEBIDA, RENEGOCIADA (COP056), CONTRATO CANCELADO OU
      *        OUTRA SAIDA (PARCELA EXCLUIDA). PARCELA QUE SO EXISTE NO
      *        MES FINAL E NOVA - GERADA POR RENEGOCIACAO OU GERADA/
      *        INCLUIDA. PARCELA NOS DOIS MESES COM VALOR DIFERENTE VAI
      *        PARA AJUSTE DE VALOR. O RELATORIO LISTA AS PARCELAS
      *        MOVIMENTADAS (OPCIONAL) E CONCILIA O SALDO INICIAL COM
      *        O FINAL POR CATEGORIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX044.

           COPY COPX047.

           COPY COPX061.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW044.

           COPY COPW047.

           COPY COPW061.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD047             PIC XX       VALUE SPACES.
           05  ST-COD061             PIC XX       VALUE SPACES.
           05  SEM-COD047-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  MESANO-INI-PARM       PIC 9(6)     VALUE ZEROS.
           05  MESANO-INI-R REDEFINES MESANO-INI-PARM.
               10  ANO-INI-PARM      PIC 9(4).
               10  MES-INI-PARM      PIC 9(2).
           05  MESANO-FIM-PARM       PIC 9(6)     VALUE ZEROS.
           05  MESANO-FIM-R REDEFINES MESANO-FIM-PARM.
               10  ANO-FIM-PARM      PIC 9(4).
               10  MES-FIM-PARM      PIC 9(2).
           05  DETALHE-PARM          PIC X        VALUE "S".
      *    varredura de um mes do COD061 com leitura do outro mes pela
      *    chave: a posicao e retomada por START a cada parcela
           05  MESANO-LIDO-W         PIC 9(6)     VALUE ZEROS.
           05  MESANO-OUTRO-W        PIC 9(6)     VALUE ZEROS.
           05  CHAVE-BUSCA-W.
               10  MESANO-BUSCA-W    PIC 9(6).
               10  CONTRATO-BUSCA-W  PIC 9(6).
               10  PARCELA-BUSCA-W   PIC 9(2).
           05  CURSO-LIDO-W          PIC X(4)     VALUE SPACES.
           05  TURMA-LIDO-W          PIC X(3)     VALUE SPACES.
           05  VCTO-LIDO-W           PIC 9(8)     VALUE ZEROS.
           05  VALOR-LIDO-W          PIC 9(11)V99 VALUE ZEROS.
           05  RENEG-LIDO-W          PIC 9(3)     VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(11)V99 VALUE ZEROS.
           05  CATEG-W               PIC 9        VALUE ZEROS.
           05  SALDO-INI-W           PIC 9(11)V99 VALUE ZEROS.
           05  SALDO-FIM-W           PIC 9(11)V99 VALUE ZEROS.
           05  QTDE-INI-W            PIC 9(6)     VALUE ZEROS.
           05  QTDE-FIM-W            PIC 9(6)     VALUE ZEROS.
           05  QTDE-PERMANECE-W      PIC 9(6)     VALUE ZEROS.
           05  TOTAL-AJUSTE-W        PIC S9(11)V99 VALUE ZEROS.
           05  SALDO-CONCILIADO-W    PIC S9(11)V99 VALUE ZEROS.
           05  CAT-IDX-W             PIC 9        VALUE ZEROS.
           COPY "PARAMETR".

      *    categorias: 1 a 4 saidas, 5 e 6 entradas
       01  TAB-CATEGORIA-DESC.
           05  FILLER                PIC X(30)   VALUE
           "(-) RECEBIDAS".
           05  FILLER                PIC X(30)   VALUE
           "(-) RENEGOCIADAS (COP056)".
           05  FILLER                PIC X(30)   VALUE
           "(-) CONTRATO CANCELADO".
           05  FILLER                PIC X(30)   VALUE
           "(-) OUTRAS SAIDAS/EXCLUIDAS".
           05  FILLER                PIC X(30)   VALUE
           "(+) GERADAS EM RENEGOCIACAO".
           05  FILLER                PIC X(30)   VALUE
           "(+) GERADAS/INCLUIDAS".
       01  TAB-CATEGORIA-R REDEFINES TAB-CATEGORIA-DESC.
           05  DESC-CAT-TAB          PIC X(30)   OCCURS 6 TIMES.

       01  TAB-CATEGORIA.
           05  CATEGORIA-OCR OCCURS 6 TIMES.
               10  QTDE-CAT-TAB      PIC 9(6).
               10  VALOR-CAT-TAB     PIC 9(11)V99.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(39)   VALUE
           "COMPARACAO DA CARTEIRA A RECEBER - FIM ".
           05  FILLER                PIC X(3)    VALUE "DE ".
           05  MES-INI-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-INI-REL           PIC 9999    VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE " X FIM DE ".
           05  MES-FIM-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-FIM-REL           PIC 9999    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(40)   VALUE
           "CONTR. PC CURSO TURMA VENCIMENTO       ".
           05  FILLER                PIC X(50)   VALUE
           "  VALOR  MOVIMENTO".

       01  LINDET.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  PARCELA-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  CURSO-REL             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  TURMA-REL             PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VCTO-REL              PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-REL             PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  CATEG-REL             PIC X(30)   VALUE SPACES.

       01  LINTOT.
           05  DESC-TOT-REL          PIC X(40)   VALUE SPACES.
           05  QTDE-TOT-REL          PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-TOT-REL         PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CONFERE-FOTOGRAFIAS
                PERFORM CABECALHO
                PERFORM COMPARA-SAIDAS
                PERFORM COMPARA-ENTRADAS
                PERFORM IMPRIME-CONCILIACAO
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
           MOVE "COD047" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD047.
           MOVE "COD061" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD061.
           CLOSE CONTROLE.

           OPEN INPUT COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

      *    sem o COD047 nenhuma saida e atribuida a cancelamento
           OPEN INPUT COD047.
           IF   ST-COD047 NOT EQUAL "00"
                MOVE 1 TO SEM-COD047-W.

           OPEN INPUT COD061.
           IF   ST-COD061 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD061: " ST-COD061
                        " - RODAR O COP078"
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "FOTOGRAFIA INICIAL (AAAAMM)............: "
               WITH NO ADVANCING.
           ACCEPT MESANO-INI-PARM.
           DISPLAY "FOTOGRAFIA FINAL (AAAAMM)..............: "
               WITH NO ADVANCING.
           ACCEPT MESANO-FIM-PARM.
           IF   MES-INI-PARM LESS 1 OR MES-INI-PARM GREATER 12
           OR   MES-FIM-PARM LESS 1 OR MES-FIM-PARM GREATER 12
                DISPLAY "MES INVALIDO."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           IF   MESANO-FIM-PARM NOT GREATER MESANO-INI-PARM
                DISPLAY "FOTOGRAFIA FINAL DEVE SER POSTERIOR A INICIAL."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           DISPLAY "LISTAR AS PARCELAS MOVIMENTADAS (S/N)..: "
               WITH NO ADVANCING.
           ACCEPT DETALHE-PARM.
           IF   DETALHE-PARM EQUAL "s"
                MOVE "S" TO DETALHE-PARM.
           MOVE MES-INI-PARM TO MES-INI-REL.
           MOVE ANO-INI-PARM TO ANO-INI-REL.
           MOVE MES-FIM-PARM TO MES-FIM-REL.
           MOVE ANO-FIM-PARM TO ANO-FIM-REL.
           MOVE ZEROS TO TAB-CATEGORIA.

      *    os dois meses precisam do registro de controle do COP078
       CONFERE-FOTOGRAFIAS SECTION.
           MOVE MESANO-INI-PARM TO MESANO-CO61.
           MOVE ZEROS           TO NR-CONTRATO-CO61 PARCELA-CO61.
           READ COD061
               INVALID KEY
                   DISPLAY "MES " MES-INI-PARM "/" ANO-INI-PARM
                           " SEM FOTOGRAFIA - RODAR O COP078"
                   PERFORM FECHA-ARQUIVOS
                   STOP RUN
           END-READ.
           MOVE VALOR-CO61         TO SALDO-INI-W.
           MOVE QTDE-PARCELAS-CO61 TO QTDE-INI-W.

           MOVE MESANO-FIM-PARM TO MESANO-CO61.
           MOVE ZEROS           TO NR-CONTRATO-CO61 PARCELA-CO61.
           READ COD061
               INVALID KEY
                   DISPLAY "MES " MES-FIM-PARM "/" ANO-FIM-PARM
                           " SEM FOTOGRAFIA - RODAR O COP078"
                   PERFORM FECHA-ARQUIVOS
                   STOP RUN
           END-READ.
           MOVE VALOR-CO61         TO SALDO-FIM-W.
           MOVE QTDE-PARCELAS-CO61 TO QTDE-FIM-W.

      *----------------------------------------------------------------
      *    COMPARA-SAIDAS - parcelas do mes inicial que nao estao no
      *    final (ou estao com outro valor).
      *----------------------------------------------------------------
       COMPARA-SAIDAS SECTION.
           MOVE MESANO-INI-PARM TO MESANO-LIDO-W MESANO-BUSCA-W.
           MOVE MESANO-FIM-PARM TO MESANO-OUTRO-W.
           MOVE ZEROS TO CONTRATO-BUSCA-W PARCELA-BUSCA-W
                         FIM-VARREDURA-W.
           PERFORM CONFERE-SAIDA UNTIL FIM-VARREDURA-TRUE.

       CONFERE-SAIDA SECTION.
           PERFORM LE-PROXIMA-PARCELA.
           IF   FIM-VARREDURA-TRUE
                GO TO CONFERE-SAIDA-EXIT.

           MOVE MESANO-OUTRO-W   TO MESANO-CO61.
           MOVE CONTRATO-BUSCA-W TO NR-CONTRATO-CO61.
           MOVE PARCELA-BUSCA-W  TO PARCELA-CO61.
           READ COD061
               INVALID KEY
                   PERFORM CLASSIFICA-SAIDA
                   PERFORM ACUMULA-CATEGORIA
                   GO TO CONFERE-SAIDA-EXIT
           END-READ.

           ADD 1 TO QTDE-PERMANECE-W.
           COMPUTE DIFERENCA-W = VALOR-CO61 - VALOR-LIDO-W.
           IF   DIFERENCA-W EQUAL ZEROS
                GO TO CONFERE-SAIDA-EXIT.
           ADD DIFERENCA-W TO TOTAL-AJUSTE-W.
           IF   DETALHE-PARM EQUAL "S"
                MOVE DIFERENCA-W TO VALOR-REL
                MOVE "(+/-) AJUSTE DE VALOR" TO CATEG-REL
                PERFORM IMPRIME-DETALHE.

       CONFERE-SAIDA-EXIT. EXIT.

      *    recebida/renegociada pelo COD044 de hoje; senao cancelamento
      *    do contrato no COD047; senao outra saida
       CLASSIFICA-SAIDA SECTION.
           MOVE 4 TO CATEG-W.
           MOVE CONTRATO-BUSCA-W TO NR-CONTRATO-CO44.
           MOVE PARCELA-BUSCA-W  TO PARCELA-CO44.
           READ COD044
               INVALID KEY
                   MOVE ZEROS TO DATA-PGTO-CO44
                   MOVE ZEROS TO SITUACAO-CO44
           END-READ.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                MOVE 2 TO CATEG-W
                GO TO CLASSIFICA-SAIDA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                MOVE 1 TO CATEG-W
                GO TO CLASSIFICA-SAIDA-EXIT.
           IF   SEM-COD047-W EQUAL 0
                MOVE CONTRATO-BUSCA-W TO NR-CONTRATO-CO47
                MOVE CURSO-LIDO-W     TO CURSO-CO47
                MOVE TURMA-LIDO-W     TO TURMA-CO47
                READ COD047
                    INVALID KEY
                        MOVE ZEROS TO DATA-CANCEL-CO47
                END-READ
                IF   DATA-CANCEL-CO47 NOT EQUAL ZEROS
                     MOVE 3 TO CATEG-W
                END-IF
           END-IF.

       CLASSIFICA-SAIDA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    COMPARA-ENTRADAS - parcelas do mes final que nao estavam no
      *    inicial.
      *----------------------------------------------------------------
       COMPARA-ENTRADAS SECTION.
           MOVE MESANO-FIM-PARM TO MESANO-LIDO-W MESANO-BUSCA-W.
           MOVE MESANO-INI-PARM TO MESANO-OUTRO-W.
           MOVE ZEROS TO CONTRATO-BUSCA-W PARCELA-BUSCA-W
                         FIM-VARREDURA-W.
           PERFORM CONFERE-ENTRADA UNTIL FIM-VARREDURA-TRUE.

       CONFERE-ENTRADA SECTION.
           PERFORM LE-PROXIMA-PARCELA.
           IF   FIM-VARREDURA-TRUE
                GO TO CONFERE-ENTRADA-EXIT.

           MOVE MESANO-OUTRO-W   TO MESANO-CO61.
           MOVE CONTRATO-BUSCA-W TO NR-CONTRATO-CO61.
           MOVE PARCELA-BUSCA-W  TO PARCELA-CO61.
           READ COD061
               INVALID KEY
                   IF   RENEG-LIDO-W GREATER ZEROS
                        MOVE 5 TO CATEG-W
                   ELSE
                        MOVE 6 TO CATEG-W
                   END-IF
                   PERFORM ACUMULA-CATEGORIA
           END-READ.

       CONFERE-ENTRADA-EXIT. EXIT.

      *    proxima parcela do mes lido depois de CHAVE-BUSCA-W (o
      *    registro de controle 000000/00 fica de fora pelo GREATER)
       LE-PROXIMA-PARCELA SECTION.
           MOVE CHAVE-BUSCA-W TO CHAVE-CO61.
           START COD061 KEY IS GREATER CHAVE-CO61
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-PROXIMA-PARCELA-EXIT.
           READ COD061 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-PROXIMA-PARCELA-EXIT.
           IF   MESANO-CO61 NOT EQUAL MESANO-LIDO-W
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-PROXIMA-PARCELA-EXIT.
           MOVE CHAVE-CO61     TO CHAVE-BUSCA-W.
           MOVE CURSO-CO61     TO CURSO-LIDO-W.
           MOVE TURMA-CO61     TO TURMA-LIDO-W.
           MOVE DATA-VCTO-CO61 TO VCTO-LIDO-W.
           MOVE VALOR-CO61     TO VALOR-LIDO-W.
           MOVE RENEG-CO61     TO RENEG-LIDO-W.

       LE-PROXIMA-PARCELA-EXIT. EXIT.

       ACUMULA-CATEGORIA SECTION.
           ADD 1            TO QTDE-CAT-TAB (CATEG-W).
           ADD VALOR-LIDO-W TO VALOR-CAT-TAB (CATEG-W).
           IF   DETALHE-PARM EQUAL "S"
                MOVE VALOR-LIDO-W          TO VALOR-REL
                MOVE DESC-CAT-TAB (CATEG-W) TO CATEG-REL
                PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CONTRATO-BUSCA-W TO CONTRATO-REL.
           MOVE PARCELA-BUSCA-W  TO PARCELA-REL.
           MOVE CURSO-LIDO-W     TO CURSO-REL.
           MOVE TURMA-LIDO-W     TO TURMA-REL.
           MOVE VCTO-LIDO-W      TO VCTO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

      *----------------------------------------------------------------
      *    IMPRIME-CONCILIACAO - saldo inicial, movimentos por
      *    categoria e saldo final; a linha de diferenca tem de sair
      *    zerada.
      *----------------------------------------------------------------
       IMPRIME-CONCILIACAO SECTION.
           IF   LIN GREATER 44
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "SALDO EM ABERTO NA FOTOGRAFIA INICIAL" TO DESC-TOT-REL.
           MOVE QTDE-INI-W  TO QTDE-TOT-REL.
           MOVE SALDO-INI-W TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           MOVE SALDO-INI-W TO SALDO-CONCILIADO-W.

           MOVE 1 TO CAT-IDX-W.
           PERFORM IMPRIME-CATEGORIA UNTIL CAT-IDX-W GREATER 6.

           MOVE "(+/-) AJUSTES DE VALOR"  TO DESC-TOT-REL.
           MOVE ZEROS          TO QTDE-TOT-REL.
           MOVE TOTAL-AJUSTE-W TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           ADD TOTAL-AJUSTE-W  TO SALDO-CONCILIADO-W.

           MOVE "(=) SALDO EM ABERTO NA FOTOGRAFIA FINAL" TO
                DESC-TOT-REL.
           MOVE QTDE-FIM-W  TO QTDE-TOT-REL.
           MOVE SALDO-FIM-W TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           MOVE "    PARCELAS NOS DOIS MESES" TO DESC-TOT-REL.
           MOVE QTDE-PERMANECE-W TO QTDE-TOT-REL.
           MOVE ZEROS            TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           COMPUTE DIFERENCA-W = SALDO-FIM-W - SALDO-CONCILIADO-W.
           MOVE "    DIFERENCA NA CONCILIACAO" TO DESC-TOT-REL.
           MOVE ZEROS       TO QTDE-TOT-REL.
           MOVE DIFERENCA-W TO VALOR-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           IF   DIFERENCA-W NOT EQUAL ZEROS
                DISPLAY "AVISO: CONCILIACAO COM DIFERENCA - "
                        "FOTOGRAFIA REFEITA OU INCOMPLETA".
           DISPLAY "COMPARACAO CONCLUIDA.".

       IMPRIME-CATEGORIA SECTION.
           MOVE DESC-CAT-TAB (CAT-IDX-W)  TO DESC-TOT-REL.
           MOVE QTDE-CAT-TAB (CAT-IDX-W)  TO QTDE-TOT-REL.
           MOVE VALOR-CAT-TAB (CAT-IDX-W) TO VALOR-TOT-REL.
           IF   CAT-IDX-W LESS 5
                SUBTRACT VALOR-CAT-TAB (CAT-IDX-W)
                    FROM SALDO-CONCILIADO-W
           ELSE
                ADD VALOR-CAT-TAB (CAT-IDX-W) TO SALDO-CONCILIADO-W.
           WRITE REG-RELAT FROM LINTOT.
           ADD 1 TO CAT-IDX-W.

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
           CLOSE COD044 COD061 RELAT.
           IF   SEM-COD047-W EQUAL 0
                CLOSE COD047.

       END PROGRAM COP079.
