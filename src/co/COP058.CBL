      *        NEGATIVADO; O ESTOQUE POR CURSO/TURMA SAI NO COP059.
      *        NO ENVIO, OS FIADORES DO CONTRATO (COD053 - VER COP066)
      *        SAEM LISTADOS: SAO ELES QUE VAO JUNTOS AO PROTESTO.
      *        PARCELA CEDIDA EM BORDERO (BORDERO-CO44 - VER COP089)
      *        NAO E ENVIADA: O CREDITO E DO BANCO ATE A RECOMPRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  SITUACAO-PARM         PIC 9        VALUE ZEROS.
           05  DATA-RETORNO-PARM     PIC 9(8)     VALUE ZEROS.
           05  QTDE-ENVIADAS-W       PIC 9(3)     VALUE ZEROS.
           05  QTDE-CEDIDAS-W        PIC 9(3)     VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           ACCEPT LOTE-PARM.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO QTDE-ENVIADAS-W QTDE-CEDIDAS-W
                         FIM-VARREDURA-W.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO44.
           MOVE ZEROS         TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
           PERFORM ENVIA-UMA-PARCELA UNTIL FIM-VARREDURA-TRUE.

           DISPLAY "PARCELAS ENVIADAS: " QTDE-ENVIADAS-W.
           IF   QTDE-CEDIDAS-W GREATER ZEROS
                DISPLAY "PARCELAS CEDIDAS AO BANCO NAO ENVIADAS: "
                        QTDE-CEDIDAS-W " - RECOMPRAR ANTES (COP089)".
           PERFORM LISTA-FIADORES-ENVIO.

       ENVIA-CONTRATO-EXIT. EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO ENVIA-UMA-PARCELA-EXIT.
           IF   BORDERO-CO44 NUMERIC
           AND  BORDERO-CO44 NOT EQUAL ZEROS
                ADD 1 TO QTDE-CEDIDAS-W
                GO TO ENVIA-UMA-PARCELA-EXIT.

           MOVE NR-CONTRATO-CO44     TO NR-CONTRATO-CO50.
           MOVE PARCELA-CO44         TO PARCELA-CO50.
