      *        PELA BASE, RETIDO = BASE X ALIQUOTA - PARCELA A
      *        DEDUZIR) E GRAVA/REGRAVA O RESULTADO EM CCD112 -
      *        REEXECUTAR RECALCULA, NAO DUPLICA. O CCP112 MOSTRA O
      *        LIQUIDO E O CCP116 FECHA A GUIA DE CADA IMPOSTO. O
      *        DESCONTO DE ADIANTAMENTO DE VIAGEM (TIPO 2 - CCP124) NAO
      *        E RENDIMENTO E FICA FORA DA BASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           MOVE 1            TO TEM-GRUPO-W.
           MOVE CODIGO-CC110 TO CODIGO-ANT-W.
           IF   TIPO-CC110 NUMERIC
           AND  TIPO-CC110 EQUAL 2
                GO TO VARRE-MES-EXIT.
           ADD  VALOR-LIBERADO-CC110 TO BASE-CODIGO-W.

       VARRE-MES-EXIT. EXIT.
