      *        DATA LEGAL ROLADA PARA O DIA UTIL PELO FEP001V),
      *        ENTRANDO NO FLUXO NORMAL DE APROVACAO (CPP025) E
      *        PAGAMENTO. O DOCUMENTO "IS" + AAAAMM IMPEDE GUIA EM
      *        DOBRO NA REEXECUCAO, NO MOLDE DO COP054. A GUIA PASSA
      *        TAMBEM PELA CONFERENCIA DE NOTA EM DOBRO DO CPP032V,
      *        QUE ENXERGA A GUIA DO MES JA PAGA E A GUIA LANCADA A
      *        MAO PARA O MESMO FORNECEDOR COM O MESMO VALOR E
      *        VENCIMENTO PROXIMO: HAVENDO SUSPEITA, A GUIA NAO E
      *        GERADA E O MOTIVO SAI NA APURACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FEP001V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DATA-UTIL-FE          PIC 9(8)     VALUE ZEROS.

       01  PARAMETROS-CPP032V.
      *    nota de fornecedor em dobro (ver CPP032V): "01"/"02" =
      *    suspeita, a guia nao e' gerada; "99" = CPD020 indisponivel
      *    para a conferencia, gera como sempre gerou
           05  FORNECEDOR-DUP        PIC 9(6)     VALUE ZEROS.
           05  NR-DOCTO-DUP          PIC X(10)    VALUE SPACES.
           05  VALOR-DUP             PIC 9(8)V99  VALUE ZEROS.
           05  DATA-VCTO-DUP         PIC 9(8)     VALUE ZEROS.
           05  SEQ-CAIXA-DUP         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-DUP           PIC 9(2)     VALUE ZEROS.
           05  CPP032V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SEQ-ACHADO-DUP        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-ACHADO-DUP    PIC 9(2)     VALUE ZEROS.
           05  DATA-VCTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.

       01  TAB-CLASSE.
           05  CLASSE-OCR OCCURS 20 TIMES INDEXED BY CLS-IDX.
               10  CLASSE-TAB        PIC 9(2).
                        SEQ-EXISTENTE-W
                GO TO GERA-GUIA-EXIT.

           MOVE FORNECEDOR-PARM  TO FORNECEDOR-DUP.
           MOVE DOCTO-GUIA-W     TO NR-DOCTO-DUP.
           MOVE TOTAL-IMPOSTO-W  TO VALOR-DUP.
           MOVE VCTO-GUIA-W      TO DATA-VCTO-DUP.
           MOVE ZEROS            TO SEQ-CAIXA-DUP PARCELA-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
           OR   CPP032V-RETORNO EQUAL "02"
                DISPLAY "SUSPEITA DE DUPLICIDADE (" CPP032V-RETORNO
                        ") COM O TITULO " SEQ-ACHADO-DUP
                        " - GUIA NAO GERADA"
                MOVE SPACES TO TEXTO-REL
                STRING "GUIA NAO GERADA - SUSPEITA DE DUPLICIDADE:"
                       " TITULO " SEQ-ACHADO-DUP "/"
                       PARCELA-ACHADO-DUP " VCTO "
                       DATA-VCTO-ACHADO-DUP " PGTO "
                       DATA-PGTO-ACHADO-DUP
                       DELIMITED BY SIZE INTO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT AFTER 2
                GO TO GERA-GUIA-EXIT.

           COMPUTE SEQ-CAIXA-CP20 = ULT-SEQ-CAIXA-W + 1.
           MOVE 1                TO PARCELA-CP20.
           MOVE ZEROS            TO DATA-PGTO-CP20.
           MOVE SPACES           TO APROVADOR-CP20.
           MOVE ZEROS            TO DATA-APROV-CP20.
           MOVE "P"              TO TIPO-TITULO-CP20.
           MOVE ZEROS              TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
