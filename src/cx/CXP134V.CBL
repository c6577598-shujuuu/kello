       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXP134V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Sessao de gaveta do operador (CXD119 - ver  *
                      *   CXP134), chamada pelos pontos que baixam    *
                      *   parcela no balcao ou lancam caixa: "C"      *
                      *   devolve a sessao aberta do operador, "A"    *
                      *   acumula na sessao o valor recebido ou       *
                      *   lancado, para o fechamento da sessao saber  *
                      *   quanto tem de haver na gaveta.              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX119.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW119.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CXD119-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CXD119-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CXD119                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-CXP134V.
           05 MODO-SS                     PIC  X(001).
      *    MODO-SS = "C" consulta a sessao aberta de OPERADOR-SS
      *                  (CONTA-SS zerada = em qualquer conta)
      *              "A" acumula VALOR-SS em NR-SESSAO-SS conforme
      *                  TIPO-MOV-SS
           05 OPERADOR-SS                 PIC  X(005).
           05 CONTA-SS                    PIC  9(003).
           05 NR-SESSAO-SS                PIC  9(005).
           05 CONTA-SESSAO-SS             PIC  9(003).
           05 TIPO-MOV-SS                 PIC  9(001).
      *    TIPO-MOV-SS = 1 baixa em dinheiro   2 baixa em outra forma
      *                  3 entrada de caixa    4 saida de caixa
           05 VALOR-SS                    PIC  9(008)V99.
           05 CXP134V-RETORNO             PIC  X(002).
      *    CXP134V-RETORNO = "00" sessao aberta (C) / acumulado (A)
      *                      "01" operador sem sessao aberta (C) ou
      *                           sessao inexistente/fechada (A)
      *                      "02" sessao aberta em outra conta (C)
      *                      "03" erro de regravacao do CXD119 (A)
      *                      "99" sessoes ainda nao implantadas
      *                      (a operacao segue fora de sessao)

       PROCEDURE DIVISION USING PARAMETROS-CXP134V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CXD119
                MOVE 0 TO PRIMEIRA-VEZ.

           IF   NOT ARQUIVO-CXD119-OK
                MOVE ZEROS TO NR-SESSAO-SS CONTA-SESSAO-SS
                MOVE "99" TO CXP134V-RETORNO
                GO TO 010-99-FIM.

           IF   MODO-SS EQUAL "A"
                PERFORM 020-ACUMULA-SESSAO THRU 020-99-FIM
           ELSE
                PERFORM 015-CONSULTA-SESSAO THRU 015-99-FIM.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CXD119 - ABRE O ARQUIVO DE SESSOES; SEM ELE A    *
      *    ROTINA FICA INATIVA ("99") - QUEM CRIA E O CXP134.         *
      *****************************************************************
       005-ABRIR-CXD119.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CXD119" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CXD119.
           CLOSE CONTROLE.

           OPEN I-O CXD119.
           IF   ST-CXD119 EQUAL "00"
                MOVE 1 TO CXD119-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    015-CONSULTA-SESSAO - A CHAVE ALTERNATIVA OPERADOR +       *
      *    SITUACAO POSICIONA NA PRIMEIRA SESSAO ABERTA DO OPERADOR   *
      *    (O CXP134 NAO DEIXA ABRIR UMA SEGUNDA).                    *
      *****************************************************************
       015-CONSULTA-SESSAO.

           MOVE ZEROS TO NR-SESSAO-SS CONTA-SESSAO-SS.
           MOVE "01"  TO CXP134V-RETORNO.
           MOVE OPERADOR-SS TO OPERADOR-CX119.
           MOVE ZEROS       TO SITUACAO-CX119 NR-SESSAO-CX119.
           START CXD119 KEY IS NOT LESS ALT-CX119
               INVALID KEY
                   GO TO 015-99-FIM
           END-START.
           READ CXD119 NEXT RECORD
               AT END
                   GO TO 015-99-FIM
           END-READ.
           IF   OPERADOR-CX119 NOT EQUAL OPERADOR-SS
           OR   SITUACAO-CX119 NOT EQUAL 0
                GO TO 015-99-FIM.

           MOVE NR-SESSAO-CX119 TO NR-SESSAO-SS.
           MOVE CONTA-CX119     TO CONTA-SESSAO-SS.
           IF   CONTA-SS NOT EQUAL ZEROS
           AND  CONTA-SS NOT EQUAL CONTA-CX119
                MOVE "02" TO CXP134V-RETORNO
           ELSE
                MOVE "00" TO CXP134V-RETORNO.

       015-99-FIM. EXIT.

      *****************************************************************
      *    020-ACUMULA-SESSAO - SOMA O VALOR NO ACUMULADOR DO TIPO DE *
      *    MOVIMENTO; SESSAO JA FECHADA NAO RECEBE MAIS NADA.          *
      *****************************************************************
       020-ACUMULA-SESSAO.

           MOVE NR-SESSAO-SS TO NR-SESSAO-CX119.
           READ CXD119
               INVALID KEY
                   MOVE "01" TO CXP134V-RETORNO
                   GO TO 020-99-FIM
           END-READ.
           IF   NR-SESSAO-CX119 EQUAL ZEROS
           OR   SITUACAO-CX119 NOT EQUAL 0
                MOVE "01" TO CXP134V-RETORNO
                GO TO 020-99-FIM.

           EVALUATE TIPO-MOV-SS
               WHEN 1
                   ADD VALOR-SS TO RECEB-DINHEIRO-CX119
                   ADD 1        TO QTDE-BAIXAS-CX119
               WHEN 2
                   ADD VALOR-SS TO RECEB-OUTROS-CX119
                   ADD 1        TO QTDE-BAIXAS-CX119
               WHEN 3
                   ADD VALOR-SS TO ENTRADA-CAIXA-CX119
               WHEN 4
                   ADD VALOR-SS TO SAIDA-CAIXA-CX119
           END-EVALUATE.

           REWRITE REG-CXD119
               INVALID KEY
                   MOVE "03" TO CXP134V-RETORNO
               NOT INVALID KEY
                   MOVE "00" TO CXP134V-RETORNO
           END-REWRITE.

       020-99-FIM. EXIT.

       END PROGRAM CXP134V.
