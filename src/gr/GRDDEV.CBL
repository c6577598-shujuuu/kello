       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDDEV.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Consulta de contato devolvido pelo bureau   *
                      *   de SMS/e-mail (CGD017 - ver CGP102), nos    *
                      *   moldes do GRDCON: monta a chave do contato  *
                      *   (e-mail em maiusculas ou DDD + 8 ultimos    *
                      *   digitos do celular) e diz se o contato      *
                      *   atual do cadastro esta marcado invalido e   *
                      *   se ja passou do limite de falhas            *
                      *   definitivas, quando a extracao (CGP098)     *
                      *   deixa de envia-lo. Marca de um contato que  *
                      *   ja foi trocado no cadastro nao vale mais.   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CGPX017.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW017.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CGD017-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CGD017-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CGD017                PIC  X(002) VALUE SPACES.
           05 LIMITE-W                 PIC  9(003) VALUE 3.
      *    LIMITE-W = do registro de controle do CGD017; sem ele (ou
      *    zerado), tres falhas definitivas
           05 CELULAR-W                PIC  9(009) VALUE ZEROS.
           05 CELULAR-R REDEFINES CELULAR-W.
              10 FILLER                PIC  9(001).
              10 CELULAR-8-W           PIC  9(008).
           05 MINUSCULAS-W             PIC  X(026) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS-W             PIC  X(026) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-GRDDEV.
           05 CLASSIF-DEV                 PIC  9(001).
           05 CODIGO-DEV                  PIC  9(008).
           05 CANAL-DEV                   PIC  X(001).
      *    CANAL-DEV = "E" E-MAIL (EMAIL-DEV)  "C" CELULAR (DDD-DEV +
      *                CELULAR-DEV, 8 OU 9 DIGITOS)
           05 EMAIL-DEV                   PIC  X(030).
           05 DDD-DEV                     PIC  9(002).
           05 CELULAR-DEV                 PIC  9(009).
           05 CONTATO-DEV                 PIC  X(030).
      *    CONTATO-DEV = devolve a chave do contato informado, como
      *                  gravada em CONTATO-CG17 (branco = sem contato)
           05 GRDDEV-RETORNO              PIC  X(002).
      *    GRDDEV-RETORNO = "00" contato sem marca (ou marca de um
      *                          contato ja trocado no cadastro)
      *                     "01" marcado invalido, abaixo do limite
      *                     "02" bloqueado: falhas definitivas no
      *                          limite ou acima - nao enviar
      *                     "99" arquivo CGD017 indisponivel (consulta
      *                          inativa; o chamador segue como antes)
           05 QTDE-HARD-DEV               PIC  9(003).
           05 LIMITE-DEV                  PIC  9(003).
           05 DATA-FALHA-DEV              PIC  9(008).
           05 MOTIVO-DEV                  PIC  X(040).

       PROCEDURE DIVISION USING PARAMETROS-GRDDEV.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CGD017 THRU 005-99-FIM
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE "00"     TO GRDDEV-RETORNO.
           MOVE ZEROS    TO QTDE-HARD-DEV DATA-FALHA-DEV.
           MOVE SPACES   TO MOTIVO-DEV.
           MOVE LIMITE-W TO LIMITE-DEV.
           PERFORM 020-MONTA-CHAVE THRU 020-99-FIM.

           IF   NOT ARQUIVO-CGD017-OK
                MOVE "99" TO GRDDEV-RETORNO
                GO TO 010-99-FIM.
           IF   CONTATO-DEV EQUAL SPACES
                GO TO 010-99-FIM.

           MOVE CLASSIF-DEV TO CLASSIF-CG17.
           MOVE CODIGO-DEV  TO CODIGO-CG17.
           MOVE CANAL-DEV   TO CANAL-CG17.
           READ CGD017
               INVALID KEY
                   GO TO 010-99-FIM
           END-READ.

           IF   CONTATO-CG17 NOT EQUAL CONTATO-DEV
                GO TO 010-99-FIM.

           MOVE QTDE-HARD-CG17  TO QTDE-HARD-DEV.
           MOVE DATA-FALHA-CG17 TO DATA-FALHA-DEV.
           MOVE MOTIVO-CG17     TO MOTIVO-DEV.
           IF   SITUACAO-CG17 EQUAL 0
                GO TO 010-99-FIM.
           IF   QTDE-HARD-CG17 NOT LESS LIMITE-W
                MOVE "02" TO GRDDEV-RETORNO
           ELSE
                MOVE "01" TO GRDDEV-RETORNO.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CGD017 - ABRE O ARQUIVO DE DEVOLUCOES E LE O     *
      *    LIMITE NO REGISTRO DE CONTROLE; SEM O ARQUIVO A CONSULTA   *
      *    FICA INATIVA ("99").                                       *
      *****************************************************************
       005-ABRIR-CGD017.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CGD017" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CGD017.
           CLOSE CONTROLE.

           OPEN INPUT CGD017.
           IF   ST-CGD017 NOT EQUAL "00"
                GO TO 005-99-FIM.
           MOVE 1 TO CGD017-OK.

           MOVE ZEROS  TO CLASSIF-CG17 CODIGO-CG17.
           MOVE SPACES TO CANAL-CG17.
           READ CGD017
               INVALID KEY
                   GO TO 005-99-FIM
           END-READ.
           IF   QTDE-HARD-CG17 GREATER ZEROS
                MOVE QTDE-HARD-CG17 TO LIMITE-W.

       005-99-FIM. EXIT.

      *****************************************************************
      *    020-MONTA-CHAVE - E-MAIL EM MAIUSCULAS; CELULAR PELO DDD E *
      *    OS 8 ULTIMOS DIGITOS, PARA O NUMERO ANTIGO E O DE 9        *
      *    DIGITOS DO MESMO CLIENTE DAREM A MESMA CHAVE.              *
      *****************************************************************
       020-MONTA-CHAVE.

           MOVE SPACES TO CONTATO-DEV.
           IF   CANAL-DEV EQUAL "E"
                MOVE EMAIL-DEV TO CONTATO-DEV
                INSPECT CONTATO-DEV CONVERTING MINUSCULAS-W
                                            TO MAIUSCULAS-W
                GO TO 020-99-FIM.

           MOVE CELULAR-DEV TO CELULAR-W.
           IF   CELULAR-8-W EQUAL ZEROS
                GO TO 020-99-FIM.
           MOVE DDD-DEV     TO CONTATO-DEV(1:2).
           MOVE CELULAR-8-W TO CONTATO-DEV(3:8).

       020-99-FIM. EXIT.

       END PROGRAM GRDDEV.
