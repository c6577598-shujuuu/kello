      *        DOCUMENTO "TRANSF" + SEQUENCIA PARA O FECHAMENTO
      *        POR CONTA DO CXP102 CASAR OS DOIS LADOS. OS TIPOS 49 E
      *        99 FICAM RESERVADOS PARA TRANSFERENCIA. TRILHA EM
      *        LOG003. O LADO NA CONTA EM QUE O USUARIO TEM SESSAO DE
      *        GAVETA ABERTA (CXD119 - VER CXP134) E CARIMBADO COM A
      *        SESSAO E SOMADO NELA (ENTRADA/SAIDA) PELO CXP134V.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  SEQ-DOCTO-W       PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  TIPO-MOV-W            PIC 9        VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-CXP134V.
      *    sessao de gaveta do operador (CXD119 - ver CXP134V): fora
      *    de sessao ("01"/"02"/"99") o lancamento vai sem carimbo
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
                                      CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM       TO USUARIO-CX100.
           MOVE CONTA-ORIGEM-PARM  TO CONTA-CAIXA-CX100.
           MOVE ZEROS              TO CENTRO-CUSTO-CX100.
           MOVE 4                  TO TIPO-MOV-W.
           PERFORM CONSULTA-SESSAO.
           PERFORM GRAVA-LANCAMENTO.

           ADD  1 TO ULT-SEQ-W.
                                      CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM       TO USUARIO-CX100.
           MOVE CONTA-DESTINO-PARM TO CONTA-CAIXA-CX100.
           MOVE ZEROS              TO CENTRO-CUSTO-CX100.
           MOVE 3                  TO TIPO-MOV-W.
           PERFORM CONSULTA-SESSAO.
           PERFORM GRAVA-LANCAMENTO.

           DISPLAY "TRANSFERENCIA GRAVADA - DOCUMENTO "

       PROCURA-ULTIMA-SEQUENCIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-SESSAO - o lado do par na conta da sessao de gaveta
      *    aberta do usuario leva o numero da sessao.
      *----------------------------------------------------------------
       CONSULTA-SESSAO SECTION.
           MOVE ZEROS              TO SESSAO-CX100.
           MOVE "C"                TO MODO-SS.
           MOVE USUARIO-PARM       TO OPERADOR-SS.
           MOVE CONTA-CAIXA-CX100  TO CONTA-SS.
           CALL "CXP134V" USING PARAMETROS-CXP134V.
           IF   CXP134V-RETORNO EQUAL "00"
                MOVE NR-SESSAO-SS TO SESSAO-CX100.

       CONSULTA-SESSAO-EXIT. EXIT.

       ACUMULA-SESSAO SECTION.
           MOVE "A"                TO MODO-SS.
           MOVE SESSAO-CX100       TO NR-SESSAO-SS.
           MOVE TIPO-MOV-W         TO TIPO-MOV-SS.
           MOVE VALOR-CX100        TO VALOR-SS.
           CALL "CXP134V" USING PARAMETROS-CXP134V.
           IF   CXP134V-RETORNO NOT EQUAL "00"
                DISPLAY "AVISO: LANCAMENTO NAO SOMADO NA SESSAO "
                        SESSAO-CX100 " (" CXP134V-RETORNO
                        ") - VER CXP134.".

       ACUMULA-SESSAO-EXIT. EXIT.

       GRAVA-LANCAMENTO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
               NOT INVALID KEY
                   PERFORM GRAVA-LOG-TRANSF
                   IF   SESSAO-CX100 NOT EQUAL ZEROS
                        PERFORM ACUMULA-SESSAO
                   END-IF
           END-WRITE.

       GRAVA-LOG-TRANSF SECTION.
