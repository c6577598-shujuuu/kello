       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LBP044V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Situacao do controle de processo (quimica e *
                      *   cor) das impressoras do minilab, pelo       *
                      *   LBD043 que o LBP133 atualiza a cada leitura *
                      *   da tira de controle.                        *
                      *   Com IMPRESSORA-PROC informada consulta so'  *
                      *   aquela impressora; em branco varre todas e  *
                      *   devolve a primeira fora de controle e a     *
                      *   quantidade delas (aviso na entrada do       *
                      *   LBP103).                                    *
                      *   Impressora sem controle cadastrado e'       *
                      *   considerada sob controle.                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LBPX043.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LBPW043.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CONTROLE-OK              PIC  9(001) VALUE 0.
              88 ARQUIVO-CONTROLE-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-LBD043                PIC  X(002) VALUE SPACES.
           05 FIM-LBD043               PIC  9(001) VALUE 0.
              88 FIM-LBD043-TRUE   VALUE 1.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-LBP044V.
           05 IMPRESSORA-PROC             PIC  X(002).
      *    IMPRESSORA-PROC = impressora a consultar (brancos = todas)
           05 LBP044V-RETORNO             PIC  X(002).
      *    LBP044V-RETORNO = "00" sob controle (ou sem controle
      *                           cadastrado)
      *                      "01" fora de controle com bloqueio -
      *                           nao imprimir ate leitura corretiva
      *                      "02" fora de controle, so' aviso
      *                      "99" LBD043 indisponivel (controle ainda
      *                           nao implantado - segue liberado)
           05 DATA-LEITURA-PROC           PIC  9(008).
      *    DATA-LEITURA-PROC = data da leitura que pos fora
           05 OCORRENCIA-PROC             PIC  X(030).
           05 IMPRESSORA-ACHADA-PROC      PIC  X(002).
           05 QTDE-FORA-PROC              PIC  9(003).
      *    QTDE-FORA-PROC = impressoras fora de controle (varredura)

       PROCEDURE DIVISION USING PARAMETROS-LBP044V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CONTROLE
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE "00"   TO LBP044V-RETORNO.
           MOVE ZEROS  TO DATA-LEITURA-PROC QTDE-FORA-PROC.
           MOVE SPACES TO OCORRENCIA-PROC IMPRESSORA-ACHADA-PROC.

           IF   NOT ARQUIVO-CONTROLE-OK
                MOVE "99" TO LBP044V-RETORNO
                GO TO 010-99-FIM.

           IF   IMPRESSORA-PROC NOT EQUAL SPACES
                MOVE IMPRESSORA-PROC TO IMPRESSORA-LB43
                READ LBD043
                    INVALID KEY
                        GO TO 010-99-FIM
                END-READ
                PERFORM 030-AVALIA-IMPRESSORA
                GO TO 010-99-FIM.

           MOVE LOW-VALUES TO IMPRESSORA-LB43.
           START LBD043 KEY IS NOT LESS IMPRESSORA-LB43
               INVALID KEY
                   GO TO 010-99-FIM
           END-START.
           MOVE 0 TO FIM-LBD043.

           PERFORM 020-VARRE-IMPRESSORA UNTIL FIM-LBD043-TRUE.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    020-VARRE-IMPRESSORA - le o proximo controle cadastrado e  *
      *    acumula a situacao.                                        *
      *****************************************************************
       020-VARRE-IMPRESSORA.

           READ LBD043 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LBD043
                   GO TO 020-99-FIM.

           PERFORM 030-AVALIA-IMPRESSORA.

       020-99-FIM. EXIT.

      *****************************************************************
      *    030-AVALIA-IMPRESSORA - impressora fora de controle: a     *
      *    primeira achada vai para o retorno; bloqueio em qualquer   *
      *    uma prevalece sobre o aviso.                               *
      *****************************************************************
       030-AVALIA-IMPRESSORA.

           IF   SITUACAO-LB43 NOT EQUAL 1
                GO TO 030-99-FIM.

           ADD 1 TO QTDE-FORA-PROC.
           IF   IMPRESSORA-ACHADA-PROC EQUAL SPACES
                MOVE IMPRESSORA-LB43       TO IMPRESSORA-ACHADA-PROC
                MOVE DATA-ULT-LEITURA-LB43 TO DATA-LEITURA-PROC
                MOVE OCORRENCIA-LB43       TO OCORRENCIA-PROC.

           IF   BLOQUEIA-LB43 EQUAL 1
                MOVE "01" TO LBP044V-RETORNO
           ELSE
                IF   LBP044V-RETORNO EQUAL "00"
                     MOVE "02" TO LBP044V-RETORNO.

       030-99-FIM. EXIT.

      *****************************************************************
      *    005-ABRIR-CONTROLE - ABRE O LBD043 SO' PARA CONSULTA; SEM  *
      *    O ARQUIVO O CONTROLE FICA INATIVO ("99").                  *
      *****************************************************************
       005-ABRIR-CONTROLE.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "LBD043" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LBD043.
           CLOSE CONTROLE.

           OPEN INPUT LBD043.
           IF   ST-LBD043 EQUAL "00"
                MOVE 1 TO CONTROLE-OK.

       005-99-FIM. EXIT.

       END PROGRAM LBP044V.
