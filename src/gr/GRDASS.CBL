       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDASS.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Consulta de assinatura do contrato (COD083  *
                      *   - ver COP099), nos moldes do GRDCON: os     *
                      *   signatarios esperados sao o formando        *
                      *   titular e cada responsavel financeiro do    *
                      *   COD053; devolve quantos sao, quantos ja     *
                      *   assinaram e quantos estao enviados sem      *
                      *   retorno, para quem gera parcela (COP047) ou *
                      *   converte pedido (PDP104) avisar o operador. *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX053.

           COPY COPX083.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW053.

           COPY COPW083.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 COD083-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-COD083-OK VALUE 1.
           05 COD053-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-COD053-OK VALUE 1.
           05 FIM-COD053               PIC  9(001) VALUE 0.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-COD053                PIC  X(002) VALUE SPACES.
           05 ST-COD083                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-GRDASS.
           05 NR-CONTRATO-ASS             PIC  9(006).
           05 GRDASS-RETORNO              PIC  X(002).
      *    GRDASS-RETORNO = "00" todos os signatarios assinaram
      *                     "01" assinatura pendente (nao enviada,
      *                          enviada sem retorno ou recusada)
      *                     "99" arquivo COD083 indisponivel (consulta
      *                          inativa; o chamador segue como antes)
           05 QTDE-SIGNAT-ASS             PIC  9(002).
           05 QTDE-ASSINADAS-ASS          PIC  9(002).
           05 QTDE-ENVIADAS-ASS           PIC  9(002).
      *    QTDE-ENVIADAS-ASS = enviadas e ainda sem assinatura

       PROCEDURE DIVISION USING PARAMETROS-GRDASS.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-ARQUIVOS THRU 005-99-FIM
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE ZEROS TO QTDE-SIGNAT-ASS QTDE-ASSINADAS-ASS
                         QTDE-ENVIADAS-ASS.
           IF   NOT ARQUIVO-COD083-OK
                MOVE "99" TO GRDASS-RETORNO
                GO TO 010-99-FIM.

           MOVE NR-CONTRATO-ASS TO NR-CONTRATO-CO83.
           MOVE "F"             TO TIPO-SIGNAT-CO83.
           MOVE ZEROS           TO SEQ-SIGNAT-CO83.
           PERFORM 020-CONFERE-SIGNATARIO THRU 020-99-FIM.

           IF   ARQUIVO-COD053-OK
                MOVE 0               TO FIM-COD053
                MOVE NR-CONTRATO-ASS TO NR-CONTRATO-CO53
                MOVE ZEROS           TO SEQ-FIADOR-CO53
                START COD053 KEY IS NOT LESS CHAVE-CO53
                    INVALID KEY
                        MOVE 1 TO FIM-COD053
                END-START
                PERFORM 030-LE-RESPONSAVEL THRU 030-99-FIM
                        UNTIL FIM-COD053 EQUAL 1.

           IF   QTDE-ASSINADAS-ASS EQUAL QTDE-SIGNAT-ASS
                MOVE "00" TO GRDASS-RETORNO
           ELSE
                MOVE "01" TO GRDASS-RETORNO.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-ARQUIVOS - SEM O COD083 A CONSULTA FICA INATIVA  *
      *    ("99"); SEM O COD053 SO O FORMANDO E' ESPERADO.            *
      *****************************************************************
       005-ABRIR-ARQUIVOS.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "COD053" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-COD053.
           MOVE "COD083" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-COD083.
           CLOSE CONTROLE.

           OPEN INPUT COD083.
           IF   ST-COD083 EQUAL "00"
                MOVE 1 TO COD083-OK.
           OPEN INPUT COD053.
           IF   ST-COD053 EQUAL "00"
                MOVE 1 TO COD053-OK.

       005-99-FIM. EXIT.

       020-CONFERE-SIGNATARIO.

           ADD 1 TO QTDE-SIGNAT-ASS.
           READ COD083
               INVALID KEY
                   GO TO 020-99-FIM
           END-READ.
           IF   SITUACAO-CO83 EQUAL 2
                ADD 1 TO QTDE-ASSINADAS-ASS
           ELSE
                IF   SITUACAO-CO83 EQUAL 1
                     ADD 1 TO QTDE-ENVIADAS-ASS.

       020-99-FIM. EXIT.

       030-LE-RESPONSAVEL.

           READ COD053 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD053
                   GO TO 030-99-FIM
           END-READ.
           IF   NR-CONTRATO-CO53 NOT EQUAL NR-CONTRATO-ASS
                MOVE 1 TO FIM-COD053
                GO TO 030-99-FIM.

           MOVE NR-CONTRATO-ASS TO NR-CONTRATO-CO83.
           MOVE "R"             TO TIPO-SIGNAT-CO83.
           MOVE SEQ-FIADOR-CO53 TO SEQ-SIGNAT-CO83.
           PERFORM 020-CONFERE-SIGNATARIO THRU 020-99-FIM.

       030-99-FIM. EXIT.

       END PROGRAM GRDASS.
