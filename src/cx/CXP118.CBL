      *        EMPRESA. PARCELA PAGA, RENEGOCIADA OU QUE JA TEM TXID
      *        AGUARDANDO NAO GANHA OUTRO. O RETORNO DO BANCO E
      *        PROCESSADO PELO CXP119, QUE FECHA O LACO COMO O CXP104
      *        FAZ COM O BOLETO. PARCELA CEDIDA EM BORDERO (BORDERO-
      *        CO44 - VER COP089) CONTINUA GANHANDO TXID - QUEM COBRA
      *        E A ESCOLA, QUE REPASSA AO BANCO - MAS SAI MARCADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   DISPLAY "PARC " PARCELA-CO44 " VCTO "
                           DATA-VCTO-CO44 " VALOR " VALOR-CO44
                           " TXID " TXID-CX107
                   IF   BORDERO-CO44 NUMERIC
                   AND  BORDERO-CO44 NOT EQUAL ZEROS
                        DISPLAY "     CEDIDA NO BORDERO " BORDERO-CO44
                                " - RECEBIMENTO A REPASSAR AO BANCO"
                   END-IF
                   PERFORM GRAVA-LOG-TXID
           END-WRITE.

