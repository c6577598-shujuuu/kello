      *        LANCAMENTO DE ENTRADA DE COMPRA (AMARRADA AO TITULO DO
      *        CPD020) E AJUSTE DE INVENTARIO EM LBD031, COM TRILHA DE
      *        AUDITORIA EM LOG003, NOS MESMOS MOLDES DO CGP012.
      *        A ENTRADA DE COMPRA PEDE O LOTE E A VALIDADE E ABRE O
      *        LOTE NO LBD041 (MESMA CHAVE DA ENTRADA), DE ONDE A
      *        BAIXA LBP112V CONSOME NA ORDEM DE CHEGADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LBPX031.

           COPY LBPX041.

           COPY LOGX003.

       DATA DIVISION.

           COPY LBPW031.

           COPY LBPW041.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD030             PIC XX       VALUE SPACES.
           05  ST-LBD031             PIC XX       VALUE SPACES.
           05  ST-LBD041             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
           05  DATA-MOV-PARM         PIC 9(8)     VALUE ZEROS.
           05  SEQ-TITULO-PARM       PIC 9(6)     VALUE ZEROS.
           05  PARCELA-TITULO-PARM   PIC 9(2)     VALUE ZEROS.
           05  LOTE-PARM             PIC X(15)    VALUE SPACES.
           05  VALIDADE-PARM         PIC 9(8)     VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(4)     VALUE ZEROS.
           05  TIPO-MOV-W            PIC 9        VALUE ZEROS.
           05  SALDO-ANTES-W         PIC S9(7)V99 VALUE ZEROS.
           MOVE EMPRESA          TO EMP-REC.
           MOVE "LBD030" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD030.
           MOVE "LBD031" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD031.
           MOVE "LBD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD041.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

                DISPLAY "ERRO ABERTURA LBD031: " ST-LBD031
                MOVE 1 TO ERRO-W.

           OPEN I-O LBD041.
           IF   ST-LBD041 EQUAL "35"
                OPEN OUTPUT LBD041
                CLOSE LBD041
                OPEN I-O LBD041.
           IF   ST-LBD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD041: " ST-LBD041
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                MOVE "CPD020" TO ORIGEM-LB31(1:6)
                MOVE SEQ-TITULO-PARM TO ORIGEM-LB31(8:6)
                MOVE PARCELA-TITULO-PARM TO ORIGEM-LB31(15:2)
                DISPLAY "LOTE DO FABRICANTE (BRANCO=SEM LOTE).: "
                    WITH NO ADVANCING
                ACCEPT LOTE-PARM
                DISPLAY "VALIDADE DO LOTE (AAAAMMDD, 0=SEM)...: "
                    WITH NO ADVANCING
                ACCEPT VALIDADE-PARM
           ELSE
                DISPLAY "MOTIVO DO AJUSTE.....................: "
                    WITH NO ADVANCING
           END-WRITE.

           IF   TIPO-MOV-W EQUAL 0
                PERFORM ABRE-LOTE
                ADD QTDE-MOV-PARM TO SALDO-LB30
           ELSE
                IF   ORIGEM-LB31(20:1) EQUAL "-"

       LANCA-MOVIMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ABRE-LOTE - o lote da entrada de compra nasce com a chave
      *    do proprio LBD031 (item/data/seq), o que o poe na fila de
      *    consumo da baixa LBP112V na ordem de chegada. Entrada sem
      *    lote informado nao abre lote; o consumo dela aparece como
      *    "SEM LOTE" no rastreio.
      *----------------------------------------------------------------
       ABRE-LOTE SECTION.
           IF   LOTE-PARM EQUAL SPACES
                GO TO ABRE-LOTE-EXIT.
           MOVE ITEM-LB31       TO ITEM-LB41.
           MOVE DATA-MOVTO-LB31 TO DATA-ENTRADA-LB41.
           MOVE SEQ-LB31        TO SEQ-ENTRADA-LB41.
           MOVE LOTE-PARM       TO LOTE-LB41.
           MOVE VALIDADE-PARM   TO VALIDADE-LB41.
           MOVE QTDE-MOV-PARM   TO QTDE-ENTRADA-LB41 SALDO-LB41.
           MOVE 0               TO SITUACAO-LB41.
           MOVE USUARIO-PARM    TO USUARIO-LB41.
           WRITE REG-LBD041
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO LBD041: " ST-LBD041
           END-WRITE.

       ABRE-LOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCURA-PROXIMO-SEQ - os lancamentos manuais comecam em
      *    9000 para nunca colidir com as baixas automaticas, que usam
           ACCEPT FATOR-CONSUMO-LB30.

       FECHA-ARQUIVOS SECTION.
           CLOSE LBD030 LBD031 LBD041 LOG003.

       END PROGRAM LBP111.
