      *        CLIENTE NO COD051 (VER COP061/COP062), COM O TITULAR
      *        RESOLVIDO NO COD041. PARCELA VENCIDA MOSTRA OS FIADORES
      *        DO CONTRATO (COD053 - VER COP066) PARA O CAIXA SABER A
      *        QUEM LIGAR. TODA BAIXA PEDE A FORMA DE PAGAMENTO E SAI
      *        COM O RECIBO NUMERADO IMPRESSO NA HORA (COP081V -
      *        REGISTRO NO COD063, REIMPRESSAO/CANCELAMENTO NO COP081).
      *        A BAIXA E CARIMBADA COM A SESSAO DE GAVETA ABERTA DO
      *        OPERADOR (CXD119 - VER CXP134) E SOMADA NELA PELO
      *        CXP134V; DINHEIRO E CHEQUE SO COM SESSAO ABERTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FORMA-PGTO-W          PIC 9        VALUE ZEROS.
      *    FORMA-PGTO-W = como FORMA-PGTO-CO63 (1 a 5 no balcao)
           05  DOCUMENTO-W           PIC X(25)    VALUE SPACES.
           05  SESSAO-RECUSADA-W     PIC 9        VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-COP081V.
      *    emissao do recibo de pagamento (COD063 - ver COP081V):
      *    "99" = registro indisponivel, a baixa vale sem recibo
           05  MODO-RB               PIC X        VALUE SPACES.
           05  NR-RECIBO-RB          PIC 9(8)     VALUE ZEROS.
           05  NR-CONTRATO-RB        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-RB            PIC 9(2)     VALUE ZEROS.
           05  CURSO-RB              PIC X(4)     VALUE SPACES.
           05  TURMA-RB              PIC X(3)     VALUE SPACES.
           05  DATA-VCTO-RB          PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-RB          PIC 9(8)     VALUE ZEROS.
           05  VALOR-PARCELA-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-JUROS-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-MULTA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ABONADO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CREDITO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PAGO-RB         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-SOBRA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  FORMA-PGTO-RB         PIC 9        VALUE ZEROS.
           05  DOCUMENTO-RB          PIC X(25)    VALUE SPACES.
           05  PROGRAMA-RB           PIC X(8)     VALUE SPACES.
           05  USUARIO-RB            PIC X(5)     VALUE SPACES.
           05  MOTIVO-RB             PIC X(30)    VALUE SPACES.
           05  COP081V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-CXP134V.
      *    sessao de gaveta do operador (CXD119 - ver CXP134V): "01"
      *    = sem sessao aberta; "99" = sessoes nao implantadas, a
      *    baixa segue fora de sessao
           05  MODO-SS               PIC X        VALUE SPACES.
           05  OPERADOR-SS           PIC X(5)     VALUE SPACES.
           05  CONTA-SS              PIC 9(3)     VALUE ZEROS.
           05  NR-SESSAO-SS          PIC 9(5)     VALUE ZEROS.
           05  CONTA-SESSAO-SS       PIC 9(3)     VALUE ZEROS.
           05  TIPO-MOV-SS           PIC 9        VALUE ZEROS.
           05  VALOR-SS              PIC 9(8)V99  VALUE ZEROS.
           05  CXP134V-RETORNO       PIC X(2)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           DISPLAY "VALOR RECEBIDO (SEM VIRGULA, 2 DEC)..: "
               WITH NO ADVANCING.
           ACCEPT VALOR-PAGO-CO44.
           MOVE ZEROS TO FORMA-PGTO-W.
           PERFORM SOLICITA-FORMA
                   UNTIL FORMA-PGTO-W GREATER 0 AND LESS 6.
           MOVE SPACES TO DOCUMENTO-W.
           IF   FORMA-PGTO-W NOT EQUAL 1
                DISPLAY "DOCUMENTO (CHEQUE/NSU/TXID)..........: "
                    WITH NO ADVANCING
                ACCEPT DOCUMENTO-W.
           PERFORM CONSULTA-SESSAO.
           IF   SESSAO-RECUSADA-W EQUAL 1
                MOVE ZEROS TO DATA-PGTO-CO44 VALOR-PAGO-CO44
                GO TO BAIXA-PARCELA-EXIT.
           MOVE DATA-PGTO-CO44 TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                        PERFORM GRAVA-CREDITO-SOBRA
                   END-IF
                   DISPLAY "PARCELA BAIXADA."
                   PERFORM ACUMULA-SESSAO
                   PERFORM EMITE-RECIBO
           END-REWRITE.

       BAIXA-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-SESSAO - a baixa fica com a sessao de gaveta aberta
      *    do operador. Dinheiro e cheque vao para a gaveta: sem sessao
      *    aberta a baixa e recusada; nas outras formas segue fora de
      *    sessao. Sessoes nao implantadas ("99"): como antes.
      *----------------------------------------------------------------
       CONSULTA-SESSAO SECTION.
           MOVE ZEROS        TO SESSAO-CO44 SESSAO-RECUSADA-W.
           MOVE "C"          TO MODO-SS.
           MOVE USUARIO-PARM TO OPERADOR-SS.
           MOVE ZEROS        TO CONTA-SS.
           CALL "CXP134V" USING PARAMETROS-CXP134V.
           IF   CXP134V-RETORNO EQUAL "00"
                MOVE NR-SESSAO-SS TO SESSAO-CO44
                GO TO CONSULTA-SESSAO-EXIT.
           IF   CXP134V-RETORNO EQUAL "01"
           AND  FORMA-PGTO-W LESS 3
                DISPLAY "OPERADOR SEM SESSAO DE GAVETA ABERTA - "
                        "ABRIR NO CXP134."
                MOVE 1 TO SESSAO-RECUSADA-W.

       CONSULTA-SESSAO-EXIT. EXIT.

       ACUMULA-SESSAO SECTION.
           IF   SESSAO-CO44 EQUAL ZEROS
                GO TO ACUMULA-SESSAO-EXIT.
           MOVE "A"             TO MODO-SS.
           MOVE SESSAO-CO44     TO NR-SESSAO-SS.
           IF   FORMA-PGTO-W EQUAL 1
                MOVE 1 TO TIPO-MOV-SS
           ELSE
                MOVE 2 TO TIPO-MOV-SS.
           MOVE VALOR-PAGO-CO44 TO VALOR-SS.
           CALL "CXP134V" USING PARAMETROS-CXP134V.
           IF   CXP134V-RETORNO NOT EQUAL "00"
                DISPLAY "AVISO: BAIXA NAO SOMADA NA SESSAO "
                        SESSAO-CO44 " (" CXP134V-RETORNO
                        ") - VER CXP134.".

       ACUMULA-SESSAO-EXIT. EXIT.

       SOLICITA-FORMA SECTION.
           DISPLAY "FORMA (1-DINHEIRO 2-CHEQUE 3-CARTAO 4-PIX "
                   "5-DEPOSITO): " WITH NO ADVANCING.
           ACCEPT FORMA-PGTO-W.
           IF   FORMA-PGTO-W LESS 1 OR GREATER 5
                DISPLAY "FORMA INVALIDA.".

       SOLICITA-FORMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EMITE-RECIBO - recibo numerado da baixa, impresso na hora
      *    pelo COP081V: encargos calculados, o abonado (COD049) e a
      *    sobra creditada no COD051.
      *----------------------------------------------------------------
       EMITE-RECIBO SECTION.
           MOVE "I"              TO MODO-RB.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-RB.
           MOVE PARCELA-CO44     TO PARCELA-RB.
           MOVE CURSO-CO44       TO CURSO-RB.
           MOVE TURMA-CO44       TO TURMA-RB.
           MOVE DATA-VCTO-CO44   TO DATA-VCTO-RB.
           MOVE DATA-PGTO-CO44   TO DATA-PGTO-RB.
           MOVE VALOR-CO44       TO VALOR-PARCELA-RB.
           MOVE VALOR-JUROS-W    TO VALOR-JUROS-RB.
           MOVE VALOR-MULTA-W    TO VALOR-MULTA-RB.
           MOVE VALOR-PAGO-CO44  TO VALOR-PAGO-RB.
           MOVE ZEROS            TO VALOR-ABONADO-RB VALOR-SOBRA-RB
                                    VALOR-CREDITO-RB.
           IF   VALOR-PAGO-CO44 LESS VALOR-ESPERADO-W
                COMPUTE VALOR-ABONADO-RB =
                        VALOR-ESPERADO-W - VALOR-PAGO-CO44.
           IF   VALOR-PAGO-CO44 GREATER VALOR-ESPERADO-W
                COMPUTE VALOR-SOBRA-RB =
                        VALOR-PAGO-CO44 - VALOR-ESPERADO-W.
           MOVE FORMA-PGTO-W     TO FORMA-PGTO-RB.
           MOVE DOCUMENTO-W      TO DOCUMENTO-RB.
           MOVE "COP048"         TO PROGRAMA-RB.
           MOVE USUARIO-PARM     TO USUARIO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.
           IF   COP081V-RETORNO EQUAL "00"
                DISPLAY "RECIBO No " NR-RECIBO-RB " IMPRESSO."
           ELSE
                DISPLAY "AVISO: BAIXA FEITA SEM RECIBO ("
                        COP081V-RETORNO ") - VER COD063.".

       EMITE-RECIBO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-ESPERADO - valor esperado da baixa: a parcela mais,
      *    quando paga depois do vencimento, a multa do convenio (%
