       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CXP127V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Consulta do cadastro de centros de custo    *
                      *   (CXD113 - ver CXP127), chamada pelos pontos *
                      *   de entrada que gravam CXD100/CPD020/CCD110  *
                      *   com centro de custo, nos mesmos moldes de   *
                      *   CTP001V: centro inexistente ou inativo nao  *
                      *   entra em lancamento novo.                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX113.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW113.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CXD113-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CXD113-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CXD113                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-CXP127V.
           05 CENTRO-VAL                  PIC  9(003).
           05 CXP127V-RETORNO             PIC  X(002).
      *    CXP127V-RETORNO = "00" centro ativo (ou 000 - sem centro)
      *                      "01" centro INATIVO - recusar
      *                      "02" centro inexistente - recusar
      *                      "99" cadastro ainda nao implantado
      *                      (gravacao segue com o centro digitado)
           05 DESCRICAO-VAL               PIC  X(030).

       PROCEDURE DIVISION USING PARAMETROS-CXP127V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CXD113
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE SPACES TO DESCRICAO-VAL.

           IF   CENTRO-VAL EQUAL ZEROS
                MOVE "SEM CENTRO" TO DESCRICAO-VAL
                MOVE "00" TO CXP127V-RETORNO
                GO TO 010-99-FIM.

           IF   NOT ARQUIVO-CXD113-OK
                MOVE "99" TO CXP127V-RETORNO
                GO TO 010-99-FIM.

           MOVE CENTRO-VAL TO CENTRO-CX113.
           READ CXD113
               INVALID KEY
                   MOVE "02" TO CXP127V-RETORNO
                   GO TO 010-99-FIM
           END-READ.

           MOVE DESCRICAO-CX113 TO DESCRICAO-VAL.
           IF   SITUACAO-CX113 EQUAL 1
                MOVE "01" TO CXP127V-RETORNO
           ELSE
                MOVE "00" TO CXP127V-RETORNO.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CXD113 - ABRE O CADASTRO DE CENTROS DE CUSTO;    *
      *    SEM ELE A CONSULTA FICA INATIVA ("99").                    *
      *****************************************************************
       005-ABRIR-CXD113.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CXD113" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CXD113.
           CLOSE CONTROLE.

           OPEN INPUT CXD113.
           IF   ST-CXD113 EQUAL "00"
                MOVE 1 TO CXD113-OK.

       005-99-FIM. EXIT.

       END PROGRAM CXP127V.
