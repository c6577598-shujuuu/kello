       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LBP046V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Consulta de ausencia do funcionario do      *
                      *   laboratorio (LBD046 - ver LBP135): diz se   *
                      *   o funcionario esta ausente (ferias,         *
                      *   atestado, folga compensatoria ou falta)     *
                      *   naquela data. O LBP118 nao escala, o LBP103 *
                      *   e o LBP131 nao gravam movimento e o LBP130  *
                      *   mostra o tipo na folha de ponto.            *
                      *   Registro de direito de ferias (tipo D) nao  *
                      *   e' ausencia. Nos moldes de LBP033V.         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LBPX046.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LBPW046.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 LBD046-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-LBD046-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-LBD046                PIC  X(002) VALUE SPACES.
           05 FIM-LBD046               PIC  9(001) VALUE 0.
              88 FIM-LBD046-TRUE   VALUE 1.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-LBP046V.
           05 FUNCIONARIO-AUS             PIC  9(006).
           05 DATA-AUS                    PIC  9(008).
           05 LBP046V-RETORNO             PIC  X(002).
      *    LBP046V-RETORNO = "00" presente (sem ausencia na data)
      *                      "01" ausente
      *                      "99" LBD046 indisponivel (cadastro ainda
      *                           nao implantado - segue liberado)
           05 TIPO-AUS                    PIC  X(001).
           05 DESCR-TIPO-AUS              PIC  X(010).
      *    DESCR-TIPO-AUS = "FERIAS", "ATESTADO", "FOLGA COMP" ou
      *                     "FALTA", para mensagem e folha de ponto
           05 DATA-INIC-AUS               PIC  9(008).
           05 DATA-FIM-AUS                PIC  9(008).
           05 DOCUMENTO-AUS               PIC  X(020).

       PROCEDURE DIVISION USING PARAMETROS-LBP046V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-LBD046
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE "00"   TO LBP046V-RETORNO.
           MOVE SPACES TO TIPO-AUS DESCR-TIPO-AUS DOCUMENTO-AUS.
           MOVE ZEROS  TO DATA-INIC-AUS DATA-FIM-AUS.

           IF   NOT ARQUIVO-LBD046-OK
                MOVE "99" TO LBP046V-RETORNO
                GO TO 010-99-FIM.

           MOVE FUNCIONARIO-AUS TO FUNCIONARIO-LB46.
           MOVE ZEROS           TO DATA-INIC-LB46.
           MOVE SPACES          TO TIPO-LB46.
           START LBD046 KEY IS NOT LESS CHAVE-LB46
               INVALID KEY
                   GO TO 010-99-FIM
           END-START.
           MOVE 0 TO FIM-LBD046.

           PERFORM 020-LE-AUSENCIA UNTIL FIM-LBD046-TRUE.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    020-LE-AUSENCIA - ausencias do funcionario em ordem de     *
      *    inicio; para na primeira que cobre a data ou no primeiro   *
      *    inicio posterior a ela.                                    *
      *****************************************************************
       020-LE-AUSENCIA.

           READ LBD046 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LBD046
                   GO TO 020-99-FIM.

           IF   FUNCIONARIO-LB46 NOT EQUAL FUNCIONARIO-AUS
           OR   DATA-INIC-LB46 GREATER DATA-AUS
                MOVE 1 TO FIM-LBD046
                GO TO 020-99-FIM.

           IF   TIPO-LB46 EQUAL "D"
           OR   DATA-FIM-LB46 LESS DATA-AUS
                GO TO 020-99-FIM.

           MOVE "01"           TO LBP046V-RETORNO.
           MOVE TIPO-LB46      TO TIPO-AUS.
           MOVE DATA-INIC-LB46 TO DATA-INIC-AUS.
           MOVE DATA-FIM-LB46  TO DATA-FIM-AUS.
           MOVE DOCUMENTO-LB46 TO DOCUMENTO-AUS.
           EVALUATE TIPO-LB46
               WHEN "F"   MOVE "FERIAS"     TO DESCR-TIPO-AUS
               WHEN "A"   MOVE "ATESTADO"   TO DESCR-TIPO-AUS
               WHEN "C"   MOVE "FOLGA COMP" TO DESCR-TIPO-AUS
               WHEN OTHER MOVE "FALTA"      TO DESCR-TIPO-AUS
           END-EVALUATE.
           MOVE 1 TO FIM-LBD046.

       020-99-FIM. EXIT.

      *****************************************************************
      *    005-ABRIR-LBD046 - ABRE AS AUSENCIAS SO' PARA CONSULTA;    *
      *    SEM O ARQUIVO A CONSULTA FICA INATIVA ("99").              *
      *****************************************************************
       005-ABRIR-LBD046.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "LBD046" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LBD046.
           CLOSE CONTROLE.

           OPEN INPUT LBD046.
           IF   ST-LBD046 EQUAL "00"
                MOVE 1 TO LBD046-OK.

       005-99-FIM. EXIT.

       END PROGRAM LBP046V.
