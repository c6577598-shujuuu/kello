       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDP112V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Meta e realizado de um vendedor num mes:    *
                      *   meta do PDD107 (ver PDP112) contra os       *
                      *   pedidos efetivados do PDD100 cadastrados no *
                      *   mes (criterio do PDP105), descontados os    *
                      *   de contrato cancelado no COD047, e as       *
                      *   turmas novas (prospects ganhos no mes no    *
                      *   COD074). Chamada pelo relatorio PDP112 e    *
                      *   pelo gerador de comissao PDP105 (faixas de  *
                      *   atingimento do CCD118).                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY PDPX100.

           COPY PDPX107.

           COPY COPX047.

           COPY COPX074.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY PDPW100.

           COPY PDPW107.

           COPY COPW047.

           COPY COPW074.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 PDD100-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-PDD100-OK VALUE 1.
           05 PDD107-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-PDD107-OK VALUE 1.
           05 COD047-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-COD047-OK VALUE 1.
           05 COD074-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-COD074-OK VALUE 1.
           05 FIM-LEITURA              PIC  9(001) VALUE 0.
           05 CONTRATO-CANCELADO       PIC  9(001) VALUE 0.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-PDD100                PIC  X(002) VALUE SPACES.
           05 ST-PDD107                PIC  X(002) VALUE SPACES.
           05 ST-COD047                PIC  X(002) VALUE SPACES.
           05 ST-COD074                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-PDP112V.
           05 VENDEDOR-ATG                PIC  9(006).
           05 MESANO-ATG                  PIC  9(006).
           05 PDP112V-RETORNO             PIC  X(002).
      *    PDP112V-RETORNO = "00" vendedor com meta no mes
      *                      "01" sem meta no mes (realizado apurado,
      *                      PERC-ATINGIDO-ATG zero)
      *                      "99" PDD100 indisponivel: nada apurado
           05 META-VALOR-ATG              PIC  9(008)V99.
           05 META-PEDIDOS-ATG            PIC  9(005).
           05 META-TURMAS-ATG             PIC  9(003).
           05 VALOR-EFETIVADO-ATG         PIC  9(009)V99.
           05 VALOR-CANCELADO-ATG         PIC  9(009)V99.
           05 VALOR-REALIZADO-ATG         PIC  9(009)V99.
      *    VALOR-REALIZADO-ATG = EFETIVADO - CANCELADO
           05 QTDE-PEDIDOS-ATG            PIC  9(005).
      *    QTDE-PEDIDOS-ATG = efetivados menos os de contrato
      *    cancelado
           05 QTDE-CANCELADOS-ATG         PIC  9(005).
           05 QTDE-TURMAS-ATG             PIC  9(003).
           05 PERC-ATINGIDO-ATG           PIC  9(004)V99.
      *    PERC-ATINGIDO-ATG = REALIZADO / META-VALOR * 100

       PROCEDURE DIVISION USING PARAMETROS-PDP112V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-ARQUIVOS THRU 005-99-FIM
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE ZEROS TO META-VALOR-ATG META-PEDIDOS-ATG
                         META-TURMAS-ATG VALOR-EFETIVADO-ATG
                         VALOR-CANCELADO-ATG VALOR-REALIZADO-ATG
                         QTDE-PEDIDOS-ATG QTDE-CANCELADOS-ATG
                         QTDE-TURMAS-ATG PERC-ATINGIDO-ATG.

           IF   NOT ARQUIVO-PDD100-OK
                MOVE "99" TO PDP112V-RETORNO
                GO TO 010-99-FIM.

           MOVE "01" TO PDP112V-RETORNO.
           IF   ARQUIVO-PDD107-OK
                MOVE VENDEDOR-ATG TO VENDEDOR-PD107
                MOVE MESANO-ATG   TO MESANO-PD107
                READ PDD107
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "00"               TO PDP112V-RETORNO
                        MOVE META-VALOR-PD107   TO META-VALOR-ATG
                        MOVE META-PEDIDOS-PD107 TO META-PEDIDOS-ATG
                        MOVE META-TURMAS-PD107  TO META-TURMAS-ATG
                END-READ.

           MOVE 0 TO FIM-LEITURA.
           MOVE VENDEDOR-ATG TO VENDEDOR-PD100.
           MOVE MESANO-ATG   TO DTCADASTRO-PD100(1:6).
           MOVE "00"         TO DTCADASTRO-PD100(7:2).
           START PDD100 KEY IS NOT LESS ALT-PD100
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA
           END-START.
           PERFORM 020-SOMA-PEDIDO THRU 020-99-FIM
                   UNTIL FIM-LEITURA EQUAL 1.

           IF   ARQUIVO-COD074-OK
                MOVE 0 TO FIM-LEITURA
                MOVE VENDEDOR-ATG TO VENDEDOR-CO74
                MOVE ZEROS        TO ANO-FORMATURA-CO74
                START COD074 KEY IS NOT LESS ALT-CO74
                    INVALID KEY
                        MOVE 1 TO FIM-LEITURA
                END-START
                PERFORM 040-CONTA-TURMA THRU 040-99-FIM
                        UNTIL FIM-LEITURA EQUAL 1.

           COMPUTE VALOR-REALIZADO-ATG =
                   VALOR-EFETIVADO-ATG - VALOR-CANCELADO-ATG.
           IF   META-VALOR-ATG GREATER ZEROS
                COMPUTE PERC-ATINGIDO-ATG ROUNDED =
                        VALOR-REALIZADO-ATG * 100 / META-VALOR-ATG
                    ON SIZE ERROR
                        MOVE 9999,99 TO PERC-ATINGIDO-ATG
                END-COMPUTE.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-ARQUIVOS - TUDO SO PARA LEITURA. SEM O PDD100 A  *
      *    ROTINA DEVOLVE "99"; SEM O PDD107 NAO HA META ("01"); SEM  *
      *    COD047 NADA E' DESCONTADO E SEM COD074 AS TURMAS FICAM     *
      *    ZERADAS.                                                   *
      *****************************************************************
       005-ABRIR-ARQUIVOS.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "PDD107" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD107.
           MOVE "COD047" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD047.
           MOVE "COD074" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD074.
           CLOSE CONTROLE.

           OPEN INPUT PDD100.
           IF   ST-PDD100 EQUAL "00"
                MOVE 1 TO PDD100-OK.
           OPEN INPUT PDD107.
           IF   ST-PDD107 EQUAL "00"
                MOVE 1 TO PDD107-OK.
           OPEN INPUT COD047.
           IF   ST-COD047 EQUAL "00"
                MOVE 1 TO COD047-OK.
           OPEN INPUT COD074.
           IF   ST-COD074 EQUAL "00"
                MOVE 1 TO COD074-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    020-SOMA-PEDIDO - PEDIDOS DO VENDEDOR CADASTRADOS NO MES   *
      *    PELA CHAVE ALTERNATIVA VENDEDOR + DATA; SO OS EFETIVADOS   *
      *    CONTAM, E O DE CONTRATO CANCELADO VAI PARA O DESCONTO.     *
      *****************************************************************
       020-SOMA-PEDIDO.

           READ PDD100 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA
                   GO TO 020-99-FIM
           END-READ.

           IF   VENDEDOR-PD100 NOT EQUAL VENDEDOR-ATG
           OR   DTCADASTRO-PD100(1:6) NOT EQUAL MESANO-ATG
                MOVE 1 TO FIM-LEITURA
                GO TO 020-99-FIM.

           IF   NOT PEDIDO-EFETIVADO-PD100
                GO TO 020-99-FIM.

           ADD TOTPAGAR-PD100 TO VALOR-EFETIVADO-ATG.
           PERFORM 030-VERIFICA-CANCELAMENTO THRU 030-99-FIM.
           IF   CONTRATO-CANCELADO EQUAL 1
                ADD TOTPAGAR-PD100 TO VALOR-CANCELADO-ATG
                ADD 1              TO QTDE-CANCELADOS-ATG
           ELSE
                ADD 1              TO QTDE-PEDIDOS-ATG.

       020-99-FIM. EXIT.

      *****************************************************************
      *    030-VERIFICA-CANCELAMENTO - CONTRATO DO PEDIDO COM         *
      *    REGISTRO NO COD047 (CANCELADO PELO COP054).                *
      *****************************************************************
       030-VERIFICA-CANCELAMENTO.

           MOVE 0 TO CONTRATO-CANCELADO.
           IF   NOT ARQUIVO-COD047-OK
           OR   CONTRATO-PD100 EQUAL ZEROS
                GO TO 030-99-FIM.

           MOVE CONTRATO-PD100 TO NR-CONTRATO-CO47.
           MOVE SPACES         TO CURSO-CO47 TURMA-CO47.
           START COD047 KEY IS NOT LESS CHAVE-CO47
               INVALID KEY
                   GO TO 030-99-FIM
           END-START.
           READ COD047 NEXT RECORD
               AT END
                   GO TO 030-99-FIM
           END-READ.
           IF   NR-CONTRATO-CO47 EQUAL CONTRATO-PD100
                MOVE 1 TO CONTRATO-CANCELADO.

       030-99-FIM. EXIT.

      *****************************************************************
      *    040-CONTA-TURMA - PROSPECTS DO VENDEDOR (CHAVE VENDEDOR +  *
      *    ANO DE FORMATURA) GANHOS DENTRO DO MES.                    *
      *****************************************************************
       040-CONTA-TURMA.

           READ COD074 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA
                   GO TO 040-99-FIM
           END-READ.

           IF   VENDEDOR-CO74 NOT EQUAL VENDEDOR-ATG
                MOVE 1 TO FIM-LEITURA
                GO TO 040-99-FIM.

           IF   PROSPECT-GANHO-CO74
           AND  DATA-SITUACAO-CO74(1:6) EQUAL MESANO-ATG
                ADD 1 TO QTDE-TURMAS-ATG.

       040-99-FIM. EXIT.

       END PROGRAM PDP112V.
