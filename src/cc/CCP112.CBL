      *        TOTALIZA, POR MESANO-BASE-CC110 E CODIGO-CC110 (O
      *        FOTOGRAFO/CINEGRAFISTA), O VALOR CREDITADO CONTRA O
      *        VALOR LIBERADO, PARA CONFIRMAR QUE A FOLHA DO MES FOI
      *        INTEGRALMENTE LIBERADA ANTES DO FECHAMENTO. O DESCONTO
      *        DE ADIANTAMENTO DE VIAGEM (TIPO 2 - VER CCP124) NAO E
      *        CREDITO: SAI DO LIQUIDO DO CODIGO, COMO O CCP113 FAZ NO
      *        TITULO, E E TOTALIZADO A PARTE NO RODAPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  QTDE-COD-W            PIC 9(4)     VALUE ZEROS.
           05  QTDE-ESTORNOS-W       PIC 9(4)     VALUE ZEROS.
           05  VALOR-ESTORNOS-W      PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-DESCONTOS-W      PIC 9(4)     VALUE ZEROS.
           05  VALOR-DESCONTOS-W     PIC 9(9)V99  VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  COD-CC-TAB        PIC 9(6).
               10  SOMA-CREDITO-TAB  PIC S9(9)V99.
               10  SOMA-LIBERADO-TAB PIC 9(9)V99.
               10  SOMA-DESCONTO-TAB PIC 9(9)V99.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
               "   VALOR: ".
           05  VALOR-EST-REL         PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINDESC.
           05  FILLER                PIC X(31)      VALUE
               "DESCONTOS DE ADIANTAMENTO....: ".
           05  QTDE-DESC-REL         PIC ZZZ9       VALUE ZEROS.
           05  FILLER                PIC X(10)      VALUE
               "   VALOR: ".
           05  VALOR-DESC-REL        PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER                PIC X(11)      VALUE
               "TOTAL GERAL".
                        MOVE ZEROS        TO
                             SOMA-CREDITO-TAB (COD-IDX)
                             SOMA-LIBERADO-TAB (COD-IDX)
                             SOMA-DESCONTO-TAB (COD-IDX)
                   ELSE
                        DISPLAY "AVISO: LIMITE DE 500 CODIGOS "
                                "ATINGIDO - RELATORIO INCOMPLETO"
                    FROM SOMA-CREDITO-TAB (COD-IDX)
                ADD 1 TO QTDE-ESTORNOS-W
                ADD VALOR-CREDITO-CC110 TO VALOR-ESTORNOS-W
                GO TO ACHA-CODIGO-EXIT.
      *    desconto de adiantamento de viagem (CCP124) abate do liquido
           IF   TIPO-CC110 NUMERIC
           AND  TIPO-CC110 EQUAL 2
                ADD VALOR-LIBERADO-CC110
                    TO SOMA-DESCONTO-TAB (COD-IDX)
                ADD 1 TO QTDE-DESCONTOS-W
                ADD VALOR-LIBERADO-CC110 TO VALOR-DESCONTOS-W
           ELSE
                ADD VALOR-CREDITO-CC110  TO SOMA-CREDITO-TAB (COD-IDX)
                ADD VALOR-LIBERADO-CC110
                MOVE QTDE-ESTORNOS-W  TO QTDE-EST-REL
                MOVE VALOR-ESTORNOS-W TO VALOR-EST-REL
                WRITE REG-RELAT FROM LINEST AFTER 2.
           IF   QTDE-DESCONTOS-W GREATER ZEROS
                MOVE QTDE-DESCONTOS-W  TO QTDE-DESC-REL
                MOVE VALOR-DESCONTOS-W TO VALOR-DESC-REL
                WRITE REG-RELAT FROM LINDESC AFTER 2.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           PERFORM SOMA-RETENCOES-CODIGO.
           MOVE RETENCAO-COD-W TO RETENCAO-REL.
           COMPUTE LIQUIDO-COD-W =
                   SOMA-LIBERADO-TAB (COD-IDX) - RETENCAO-COD-W
                 - SOMA-DESCONTO-TAB (COD-IDX).
           MOVE LIQUIDO-COD-W  TO LIQUIDO-REL.
           IF   SOMA-CREDITO-TAB (COD-IDX) EQUAL
                SOMA-LIBERADO-TAB (COD-IDX)
