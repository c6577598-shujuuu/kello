       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USP007V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Dupla aprovacao de campo protegido: FUNCAO  *
                      *   "P" diz se o arquivo + campo esta na lista  *
                      *   do USD006; "S" grava a solicitacao pendente *
                      *   no USD007 (valor anterior/novo e a imagem a *
                      *   gravar), que so vale depois de aprovada por *
                      *   outro usuario no USP007; "A" diz se o       *
                      *   registro tem solicitacao pendente (a        *
                      *   remessa CPP030 nao paga com ela). Pendente  *
                      *   alem do prazo e' marcada como expirada.     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY USPX006.

           COPY USPX007.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY USPW006.

           COPY USPW007.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 USD006-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-USD006-OK VALUE 1.
           05 USD007-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-USD007-OK VALUE 1.
           05 FIM-USD007               PIC  9(001) VALUE 0.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-USD006                PIC  X(002) VALUE SPACES.
           05 ST-USD007                PIC  X(002) VALUE SPACES.
           05 DATA-HOJE-W              PIC  9(008) VALUE ZEROS.
           05 HORA-W                   PIC  9(008) VALUE ZEROS.
           05 PRAZO-W                  PIC  9(003) VALUE ZEROS.
           05 ULT-SOLIC-W              PIC  9(008) VALUE ZEROS.
           05 DATA-CONTA-W             PIC  9(008) VALUE ZEROS.
           05 FILLER REDEFINES DATA-CONTA-W.
              10 ANO-CONTA-W           PIC  9(004).
              10 MES-CONTA-W           PIC  9(002).
              10 DIA-CONTA-W           PIC  9(002).
           05 DIAS-MES-W               PIC  9(002) VALUE ZEROS.
           05 QUOC-W                   PIC  9(004) VALUE ZEROS.
           05 RESTO-4-W                PIC  9(003) VALUE ZEROS.
           05 RESTO-100-W              PIC  9(003) VALUE ZEROS.
           05 RESTO-400-W              PIC  9(003) VALUE ZEROS.
           05 CONTA-DIAS-W             PIC  9(003) VALUE ZEROS.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-USP007V.
           05 FUNCAO-APR                  PIC  X(001).
      *    FUNCAO-APR = "P" CAMPO PROTEGIDO?  "S" GRAVA SOLICITACAO
      *                 "A" REGISTRO COM SOLICITACAO PENDENTE?
           05 ARQUIVO-APR                 PIC  X(008).
           05 CAMPO-APR                   PIC  X(020).
           05 CHAVE-APR                   PIC  X(020).
           05 PROGRAMA-APR                PIC  X(008).
           05 ANTERIOR-APR                PIC  X(040).
           05 NOVO-APR                    PIC  X(040).
           05 DADOS-APR                   PIC  X(100).
           05 MOTIVO-APR                  PIC  X(030).
           05 USUARIO-APR                 PIC  X(005).
      *    CAMPO-APR a USUARIO-APR so sao lidos no "S"; no "A" basta
      *    ARQUIVO-APR + CHAVE-APR (qualquer campo do registro)
           05 NR-SOLIC-APR                PIC  9(008).
           05 DATA-EXPIRA-APR             PIC  9(008).
      *    NR-SOLIC-APR/DATA-EXPIRA-APR - devolvidos no "S" (a nova)
      *    e no "A"/"S" com retorno "20" (a pendente ja existente)
           05 USP007V-RETORNO             PIC  X(002).
      *    USP007V-RETORNO = "P": "00" protegido  "10" livre
      *                      "S": "00" gravada  "20" ja ha pendente
      *                           "30" erro de gravacao
      *                      "A": "00" sem pendente  "20" pendente
      *                      "99" USD006/USD007 nao implantado: campo
      *                      livre e nada pendente, como sempre foi

       PROCEDURE DIVISION USING PARAMETROS-USP007V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-ARQUIVOS THRU 005-99-FIM
                MOVE 0 TO PRIMEIRA-VEZ.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           IF   FUNCAO-APR EQUAL "P"
                PERFORM 020-VERIFICA-PROTECAO THRU 020-99-FIM
                GO TO 010-99-FIM.

           IF   NOT ARQUIVO-USD007-OK
                MOVE "99" TO USP007V-RETORNO
                GO TO 010-99-FIM.

           IF   FUNCAO-APR EQUAL "A"
                MOVE SPACES TO CAMPO-APR
                PERFORM 030-PROCURA-PENDENTE THRU 030-99-FIM
                GO TO 010-99-FIM.

           PERFORM 020-VERIFICA-PROTECAO THRU 020-99-FIM.
           IF   USP007V-RETORNO NOT EQUAL "00"
                MOVE "99" TO USP007V-RETORNO
                GO TO 010-99-FIM.
           PERFORM 030-PROCURA-PENDENTE THRU 030-99-FIM.
           IF   USP007V-RETORNO EQUAL "00"
                PERFORM 040-GRAVA-SOLICITACAO THRU 040-99-FIM.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-ARQUIVOS - A LISTA USD006 SO E' LIDA (MANUTENCAO *
      *    NO USP006); O USD007 E' CRIADO NA PRIMEIRA SOLICITACAO.    *
      *****************************************************************
       005-ABRIR-ARQUIVOS.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "USD006" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-USD006.
           MOVE "USD007" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-USD007.
           CLOSE CONTROLE.

           OPEN INPUT USD006.
           IF   ST-USD006 EQUAL "00"
                MOVE 1 TO USD006-OK.

           OPEN I-O USD007.
           IF   ST-USD007 EQUAL "35"
                OPEN OUTPUT USD007
                CLOSE USD007
                OPEN I-O USD007.
           IF   ST-USD007 EQUAL "00"
                MOVE 1 TO USD007-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    020-VERIFICA-PROTECAO - CAMPO NA LISTA E ATIVO; DEVOLVE O  *
      *    PRAZO DE EXPIRACAO EM PRAZO-W.                             *
      *****************************************************************
       020-VERIFICA-PROTECAO.

           MOVE 7 TO PRAZO-W.
           IF   NOT ARQUIVO-USD006-OK
                MOVE "99" TO USP007V-RETORNO
                GO TO 020-99-FIM.

           MOVE ARQUIVO-APR TO ARQUIVO-US06.
           MOVE CAMPO-APR   TO CAMPO-US06.
           READ USD006
               INVALID KEY
                   MOVE "10" TO USP007V-RETORNO
                   GO TO 020-99-FIM
           END-READ.
           IF   SITUACAO-US06 NOT EQUAL 0
                MOVE "10" TO USP007V-RETORNO
                GO TO 020-99-FIM.
           IF   PRAZO-DIAS-US06 NOT EQUAL ZEROS
                MOVE PRAZO-DIAS-US06 TO PRAZO-W.
           MOVE "00" TO USP007V-RETORNO.

       020-99-FIM. EXIT.

      *****************************************************************
      *    030-PROCURA-PENDENTE - SOLICITACAO PENDENTE DO REGISTRO    *
      *    (DO CAMPO, SE CAMPO-APR VIER PREENCHIDO); A QUE PASSOU DA  *
      *    DATA DE EXPIRACAO E' FECHADA COMO EXPIRADA NO CAMINHO.     *
      *****************************************************************
       030-PROCURA-PENDENTE.

           MOVE "00" TO USP007V-RETORNO.
           MOVE 0    TO FIM-USD007.
           MOVE ARQUIVO-APR TO ARQUIVO-US07.
           MOVE CHAVE-APR   TO CHAVE-REG-US07.
           START USD007 KEY IS NOT LESS ALT-US07
               INVALID KEY
                   GO TO 030-99-FIM
           END-START.
           PERFORM 035-LE-SOLICITACAO THRU 035-99-FIM
                   UNTIL FIM-USD007 EQUAL 1.

       030-99-FIM. EXIT.

       035-LE-SOLICITACAO.

           READ USD007 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-USD007
                   GO TO 035-99-FIM
           END-READ.
           IF   ARQUIVO-US07 NOT EQUAL ARQUIVO-APR
           OR   CHAVE-REG-US07 NOT EQUAL CHAVE-APR
                MOVE 1 TO FIM-USD007
                GO TO 035-99-FIM.
           IF   SITUACAO-US07 NOT EQUAL 0
                GO TO 035-99-FIM.
           IF   DATA-EXPIRA-US07 LESS DATA-HOJE-W
                MOVE 3           TO SITUACAO-US07
                MOVE DATA-HOJE-W TO DATA-DECISAO-US07
                MOVE "EXPIRADA SEM APROVACAO" TO OBS-DECISAO-US07
                REWRITE REG-USD007
                    INVALID KEY CONTINUE
                END-REWRITE
                GO TO 035-99-FIM.
           IF   CAMPO-APR NOT EQUAL SPACES
           AND  CAMPO-US07 NOT EQUAL CAMPO-APR
                GO TO 035-99-FIM.
           MOVE NR-SOLIC-US07    TO NR-SOLIC-APR.
           MOVE DATA-EXPIRA-US07 TO DATA-EXPIRA-APR.
           MOVE "20" TO USP007V-RETORNO.
           MOVE 1    TO FIM-USD007.

       035-99-FIM. EXIT.

      *****************************************************************
      *    040-GRAVA-SOLICITACAO - NUMERO = MAIOR EXISTENTE + 1;      *
      *    EXPIRA NO PRAZO DO CAMPO EM DIAS CORRIDOS.                 *
      *****************************************************************
       040-GRAVA-SOLICITACAO.

           MOVE ZEROS TO ULT-SOLIC-W NR-SOLIC-US07.
           MOVE 0     TO FIM-USD007.
           START USD007 KEY IS NOT LESS NR-SOLIC-US07
               INVALID KEY
                   MOVE 1 TO FIM-USD007
           END-START.
           PERFORM 045-LE-ULTIMA THRU 045-99-FIM
                   UNTIL FIM-USD007 EQUAL 1.

           MOVE DATA-HOJE-W TO DATA-CONTA-W.
           MOVE ZEROS       TO CONTA-DIAS-W.
           PERFORM 050-SOMA-UM-DIA THRU 050-99-FIM
                   UNTIL CONTA-DIAS-W NOT LESS PRAZO-W.

           ACCEPT HORA-W FROM TIME.
           COMPUTE NR-SOLIC-US07 = ULT-SOLIC-W + 1.
           MOVE ARQUIVO-APR     TO ARQUIVO-US07.
           MOVE CHAVE-APR       TO CHAVE-REG-US07.
           MOVE CAMPO-APR       TO CAMPO-US07.
           MOVE PROGRAMA-APR    TO PROGRAMA-US07.
           MOVE ANTERIOR-APR    TO VALOR-ANTERIOR-US07.
           MOVE NOVO-APR        TO VALOR-NOVO-US07.
           MOVE DADOS-APR       TO DADOS-NOVOS-US07.
           MOVE MOTIVO-APR      TO MOTIVO-US07.
           MOVE USUARIO-APR     TO SOLICITANTE-US07.
           MOVE DATA-HOJE-W     TO DATA-SOLIC-US07.
           MOVE HORA-W(1:6)     TO HORA-SOLIC-US07.
           MOVE DATA-CONTA-W    TO DATA-EXPIRA-US07.
           MOVE 0               TO SITUACAO-US07.
           MOVE SPACES          TO APROVADOR-US07 OBS-DECISAO-US07.
           MOVE ZEROS           TO DATA-DECISAO-US07.
           WRITE REG-USD007
               INVALID KEY
                   MOVE "30" TO USP007V-RETORNO
                   GO TO 040-99-FIM
           END-WRITE.
           MOVE NR-SOLIC-US07    TO NR-SOLIC-APR.
           MOVE DATA-EXPIRA-US07 TO DATA-EXPIRA-APR.
           MOVE "00" TO USP007V-RETORNO.

       040-99-FIM. EXIT.

       045-LE-ULTIMA.

           READ USD007 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-USD007
                   GO TO 045-99-FIM
           END-READ.
           MOVE NR-SOLIC-US07 TO ULT-SOLIC-W.

       045-99-FIM. EXIT.

      *****************************************************************
      *    050-SOMA-UM-DIA - AVANCA DATA-CONTA-W UM DIA CORRIDO, COM  *
      *    VIRADA DE MES/ANO E FEVEREIRO BISSEXTO.                    *
      *****************************************************************
       050-SOMA-UM-DIA.

           EVALUATE MES-CONTA-W
               WHEN 4  WHEN 6  WHEN 9  WHEN 11
                    MOVE 30 TO DIAS-MES-W
               WHEN 2
                    DIVIDE ANO-CONTA-W BY 4   GIVING QUOC-W
                                              REMAINDER RESTO-4-W
                    DIVIDE ANO-CONTA-W BY 100 GIVING QUOC-W
                                              REMAINDER RESTO-100-W
                    DIVIDE ANO-CONTA-W BY 400 GIVING QUOC-W
                                              REMAINDER RESTO-400-W
                    MOVE 28 TO DIAS-MES-W
                    IF   RESTO-4-W EQUAL ZEROS
                    AND (RESTO-100-W NOT EQUAL ZEROS
                         OR RESTO-400-W EQUAL ZEROS)
                         MOVE 29 TO DIAS-MES-W
                    END-IF
               WHEN OTHER
                    MOVE 31 TO DIAS-MES-W
           END-EVALUATE.

           ADD 1 TO DIA-CONTA-W.
           IF   DIA-CONTA-W GREATER DIAS-MES-W
                MOVE 1 TO DIA-CONTA-W
                ADD  1 TO MES-CONTA-W
                IF   MES-CONTA-W GREATER 12
                     MOVE 1 TO MES-CONTA-W
                     ADD  1 TO ANO-CONTA-W.
           ADD 1 TO CONTA-DIAS-W.

       050-99-FIM. EXIT.

       END PROGRAM USP007V.
