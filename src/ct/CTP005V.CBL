       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTP005V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Consulta e baixa de bem do imobilizado      *
                      *   (CTD003 - ver CTP005): localiza o bem pelo  *
                      *   codigo ou pela origem + referencia (VID110/ *
                      *   LBD026) e devolve o valor contabil; na      *
                      *   baixa, apura o ganho/perda contra o valor   *
                      *   de venda, lanca o resultado no CXD100 como  *
                      *   lancamento sem caixa (TIPO 48 ganho, 98     *
                      *   perda), grava o razao (CTD004) e marca o    *
                      *   bem baixado. Data em mes fechado no CTD001  *
                      *   e recusada. Chamada pelo CTP005 e pelo      *
                      *   VIP120 (equipamento baixado).               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CTPX003.

           COPY CTPX004.

           COPY CXPX100.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CTPW003.

           COPY CTPW004.

           COPY CXPW100.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CTD003-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CTD003-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CTD003                PIC  X(002) VALUE SPACES.
           05 ST-CTD004                PIC  X(002) VALUE SPACES.
           05 ST-CXD100                PIC  X(002) VALUE SPACES.
           05 ACHOU-BEM-W              PIC  9(001) VALUE ZEROS.
           05 LCTO-GRAVADO-W           PIC  9(001) VALUE ZEROS.
           05 TENTA-LCTO-W             PIC  9(006) VALUE ZEROS.
           05 VALOR-RESULTADO-W        PIC  9(009)V99 VALUE ZEROS.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       01  PARAMETROS-CTP001V.
           05 DATA-MOVTO-CT            PIC  9(008) VALUE ZEROS.
           05 CTP001V-RETORNO          PIC  X(002) VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-CTP005V.
           05 MODO-BEM                    PIC  X(001).
      *    MODO-BEM = "C" consulta  "B" baixa
           05 CODIGO-BEM                  PIC  9(006).
           05 ORIGEM-BEM                  PIC  X(001).
           05 REFERENCIA-BEM              PIC  X(006).
      *    CODIGO-BEM preenchido localiza pelo codigo; zerado, pela
      *    ORIGEM-BEM + REFERENCIA-BEM (o bem ainda nao baixado do
      *    equipamento/impressora) e o codigo achado volta aqui
           05 DATA-BAIXA-BEM              PIC  9(008).
           05 VALOR-VENDA-BEM             PIC  9(009)V99.
           05 CONTA-RESULT-BEM            PIC  9(005).
      *    CONTA-RESULT-BEM = conta reduzida do ganho/perda no CXD100
           05 USUARIO-BEM                 PIC  X(005).
           05 DESCRICAO-BEM               PIC  X(030).
           05 VALOR-CONTABIL-BEM          PIC  9(009)V99.
           05 RESULTADO-BEM               PIC S9(009)V99.
           05 CTP005V-RETORNO             PIC  X(002).
      *    CTP005V-RETORNO = "00" bem achado (C) / baixado (B)
      *                      "01" data da baixa em mes FECHADO
      *                      "02" nao ha bem para o codigo/referencia
      *                      "03" bem ja baixado
      *                      "04" erro de gravacao - ver a tela
      *                      "99" imobilizado ainda nao implantado

       PROCEDURE DIVISION USING PARAMETROS-CTP005V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-ARQUIVOS
                MOVE 0 TO PRIMEIRA-VEZ.

           IF   NOT ARQUIVO-CTD003-OK
                MOVE "99" TO CTP005V-RETORNO
                GO TO 010-99-FIM.

           PERFORM 020-LOCALIZA-BEM.
           IF   ACHOU-BEM-W EQUAL 0
                MOVE "02" TO CTP005V-RETORNO
                GO TO 010-99-FIM.

           MOVE CODIGO-BEM-CT03  TO CODIGO-BEM.
           MOVE DESCRICAO-CT03   TO DESCRICAO-BEM.
           COMPUTE VALOR-CONTABIL-BEM = CUSTO-CT03 - DEPREC-ACUM-CT03.
           IF   SITUACAO-CT03 EQUAL 2
                MOVE RESULTADO-BAIXA-CT03 TO RESULTADO-BEM
                MOVE "03" TO CTP005V-RETORNO
                GO TO 010-99-FIM.

           COMPUTE RESULTADO-BEM = VALOR-VENDA-BEM - VALOR-CONTABIL-BEM.
           IF   MODO-BEM NOT EQUAL "B"
                MOVE "00" TO CTP005V-RETORNO
                GO TO 010-99-FIM.

           MOVE DATA-BAIXA-BEM TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                MOVE "01" TO CTP005V-RETORNO
                GO TO 010-99-FIM.

           PERFORM 030-BAIXA-BEM.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    020-LOCALIZA-BEM - pelo codigo ou, sem ele, pela chave     *
      *    alternativa ORIGEM + REFERENCIA, dando preferencia ao bem  *
      *    ainda nao baixado da referencia.                           *
      *****************************************************************
       020-LOCALIZA-BEM.

           MOVE ZEROS TO ACHOU-BEM-W.
           IF   CODIGO-BEM NOT EQUAL ZEROS
                MOVE CODIGO-BEM TO CODIGO-BEM-CT03
                READ CTD003
                    INVALID KEY
                        GO TO 020-99-FIM
                END-READ
                MOVE 1 TO ACHOU-BEM-W
                GO TO 020-99-FIM.

           MOVE ORIGEM-BEM     TO ORIGEM-CT03.
           MOVE REFERENCIA-BEM TO REFERENCIA-CT03.
           START CTD003 KEY IS EQUAL ALT-CT03
               INVALID KEY
                   GO TO 020-99-FIM
           END-START.

       020-10-LOOP.
           READ CTD003 NEXT RECORD
               AT END
                   GO TO 020-50-FIM
           END-READ.
           IF   ORIGEM-CT03 NOT EQUAL ORIGEM-BEM
           OR   REFERENCIA-CT03 NOT EQUAL REFERENCIA-BEM
                GO TO 020-50-FIM.
           MOVE CODIGO-BEM-CT03 TO CODIGO-BEM.
           MOVE 1 TO ACHOU-BEM-W.
           IF   SITUACAO-CT03 NOT EQUAL 2
                GO TO 020-99-FIM.
           GO TO 020-10-LOOP.

      *    so achou bem ja baixado: relido para devolver o ultimo
       020-50-FIM.
           IF   ACHOU-BEM-W EQUAL 1
                MOVE CODIGO-BEM TO CODIGO-BEM-CT03
                READ CTD003
                    INVALID KEY
                        MOVE ZEROS TO ACHOU-BEM-W
                END-READ.

       020-99-FIM. EXIT.

      *****************************************************************
      *    030-BAIXA-BEM - resultado no CXD100 (sem caixa, conta 000),*
      *    razao "B" com o valor contabil baixado e o bem marcado.    *
      *    Resultado zero nao gera lancamento.                        *
      *****************************************************************
       030-BAIXA-BEM.

           MOVE ZEROS TO DATA-MOV-CX100 SEQ-CX100.
           IF   RESULTADO-BEM NOT EQUAL ZEROS
                PERFORM 040-LANCA-RESULTADO
                IF   LCTO-GRAVADO-W NOT EQUAL 1
                     DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                     MOVE "04" TO CTP005V-RETORNO
                     GO TO 030-99-FIM.

           MOVE CODIGO-BEM-CT03        TO CODIGO-BEM-CT04.
           MOVE DATA-BAIXA-BEM(1:6)    TO MESANO-CT04.
           MOVE "B"                    TO TIPO-MOV-CT04.
           MOVE DATA-BAIXA-BEM         TO DATA-MOV-CT04.
           MOVE VALOR-CONTABIL-BEM     TO VALOR-CT04.
           MOVE ZEROS                  TO MESES-CT04.
           MOVE VALOR-VENDA-BEM        TO VALOR-VENDA-CT04.
           MOVE RESULTADO-BEM          TO RESULTADO-CT04.
           MOVE ZEROS                  TO SALDO-CONTABIL-CT04.
           MOVE DATA-MOV-CX100         TO DATA-CX100-CT04.
           MOVE SEQ-CX100              TO SEQ-CX100-CT04.
           MOVE USUARIO-BEM            TO USUARIO-CT04.
           WRITE REG-CTD004
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CTD004: " ST-CTD004
           END-WRITE.

           MOVE 2                 TO SITUACAO-CT03.
           MOVE DATA-BAIXA-BEM    TO DATA-BAIXA-CT03.
           MOVE VALOR-VENDA-BEM   TO VALOR-VENDA-CT03.
           MOVE RESULTADO-BEM     TO RESULTADO-BAIXA-CT03.
           MOVE USUARIO-BEM       TO USUARIO-CT03.
           REWRITE REG-CTD003
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CTD003: " ST-CTD003
                   MOVE "04" TO CTP005V-RETORNO
                   GO TO 030-99-FIM
           END-REWRITE.
           MOVE "00" TO CTP005V-RETORNO.

       030-99-FIM. EXIT.

       040-LANCA-RESULTADO.

           IF   RESULTADO-BEM GREATER ZEROS
                MOVE 48 TO TIPO-LCTO-CX100
                MOVE RESULTADO-BEM TO VALOR-RESULTADO-W
                MOVE SPACES TO HISTORICO-CX100
                MOVE "GANHO NA BAIXA DO BEM" TO HISTORICO-CX100
           ELSE
                MOVE 98 TO TIPO-LCTO-CX100
                COMPUTE VALOR-RESULTADO-W = ZEROS - RESULTADO-BEM
                MOVE SPACES TO HISTORICO-CX100
                MOVE "PERDA NA BAIXA DO BEM" TO HISTORICO-CX100.
           MOVE CODIGO-BEM-CT03   TO HISTORICO-CX100(23:6).
           MOVE DATA-BAIXA-BEM    TO DATA-MOV-CX100.
           MOVE 1                 TO SEQ-CX100.
           MOVE SPACES            TO DOCUMENTO-CX100.
           MOVE "BEM"             TO DOCUMENTO-CX100(1:3).
           MOVE CODIGO-BEM-CT03   TO DOCUMENTO-CX100(4:6).
           MOVE VALOR-RESULTADO-W TO VALOR-CX100.
           MOVE ZEROS             TO CONTAPART-CX100.
           MOVE CONTA-RESULT-BEM  TO CONTA-REDUZ-CX100.
           MOVE USUARIO-BEM       TO USUARIO-CX100.
           MOVE ZEROS             TO CONTA-CAIXA-CX100.
           MOVE CENTRO-CUSTO-CT03 TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM 045-GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.

       040-99-FIM. EXIT.

       045-GRAVA-LCTO-FISICO.

           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       045-99-FIM. EXIT.

      *****************************************************************
      *    005-ABRIR-ARQUIVOS - SEM O CADASTRO DE BENS A ROTINA FICA  *
      *    INATIVA ("99") E O CHAMADOR SEGUE COMO SEMPRE.             *
      *****************************************************************
       005-ABRIR-ARQUIVOS.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CTD003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD003.
           MOVE "CTD004" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD004.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           CLOSE CONTROLE.

           OPEN I-O CTD003.
           IF   ST-CTD003 NOT EQUAL "00"
                GO TO 005-99-FIM.

           OPEN I-O CTD004.
           IF   ST-CTD004 EQUAL "35"
                CLOSE CTD004       OPEN OUTPUT CTD004
                CLOSE CTD004       OPEN I-O CTD004.
           OPEN I-O CXD100.
           IF   ST-CTD004 NOT EQUAL "00"
           OR   ST-CXD100 NOT EQUAL "00"
                CLOSE CTD003 CTD004 CXD100
                GO TO 005-99-FIM.

           MOVE 1 TO CTD003-OK.

       005-99-FIM. EXIT.

       END PROGRAM CTP005V.
