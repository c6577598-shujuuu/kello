       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPP032V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Suspeita de nota de fornecedor em dobro no  *
                      *   contas a pagar, chamada por todo ponto que  *
                      *   grava titulo em CPD020 antes do WRITE:      *
                      *   mesmo fornecedor com o mesmo documento, ou  *
                      *   mesmo fornecedor com o mesmo valor e        *
                      *   vencimento a poucos dias, pago ou nao. Quem *
                      *   chama decide se bloqueia ou so avisa; a     *
                      *   varredura do arquivo inteiro e o CPP033.    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX020.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW020.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CPD020-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CPD020-OK VALUE 1.
           05 FIM-CPD020               PIC  9(001) VALUE 0.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CPD020                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

      *    folga de vencimento para a suspeita por valor: a mesma
      *    conta digitada de novo costuma vir com o vencimento
      *    rolado de um fim de semana ou de um feriado
       01  AREAS-DE-TRABALHO-2.
           05 DIAS-TOLERANCIA          PIC  9(003) VALUE 5.
           05 DIA-ABS-NOVO             PIC  9(007) VALUE ZEROS.
           05 DIA-ABS-EXISTENTE        PIC  9(007) VALUE ZEROS.
           05 DIFERENCA-DIAS           PIC  9(007) VALUE ZEROS.
           05 DIA-ABSOLUTO             PIC  9(008) VALUE ZEROS.
           05 ANO-CORTE                PIC  9(004) VALUE ZEROS.
           05 MES-CORTE                PIC  9(002) VALUE ZEROS.
           05 DIA-CORTE                PIC  9(002) VALUE ZEROS.
           05 ANOS-COMPLETOS           PIC  9(004) VALUE ZEROS.
           05 DIAS-ACUM-MES            PIC  9(003) VALUE ZEROS.
           05 QUOC-BISSEXTO            PIC  9(004) VALUE ZEROS.
           05 RESTO-4                  PIC  9(004) VALUE ZEROS.
           05 RESTO-100                PIC  9(004) VALUE ZEROS.
           05 RESTO-400                PIC  9(004) VALUE ZEROS.
           05 ANO-BISSEXTO             PIC  9(001) VALUE ZEROS.
              88 ANO-BISSEXTO-TRUE VALUE 1.

       LINKAGE SECTION.

       01  PARAMETROS-CPP032V.
           05 FORNECEDOR-DUP              PIC  9(006).
           05 NR-DOCTO-DUP                PIC  X(010).
           05 VALOR-DUP                   PIC  9(008)V99.
      *    VALOR-DUP zerado = so' a conferencia pelo documento (tela
      *    que ainda nao sabe o valor do titulo)
           05 DATA-VCTO-DUP               PIC  9(008).
           05 SEQ-CAIXA-DUP               PIC  9(006).
           05 PARCELA-DUP                 PIC  9(002).
      *    SEQ-CAIXA-DUP/PARCELA-DUP = o proprio titulo, que nao conta
      *    como duplicata dele mesmo (zeros para titulo novo)
           05 CPP032V-RETORNO             PIC  X(002).
      *    CPP032V-RETORNO = "00" nenhuma suspeita
      *                      "01" mesmo fornecedor e mesmo documento
      *                      "02" mesmo fornecedor e valor, vencimento
      *                           a ate DIAS-TOLERANCIA dias
      *                      "99" CPD020 indisponivel (conferencia
      *                      inativa - quem chama segue gravando)
           05 SEQ-ACHADO-DUP              PIC  9(006).
           05 PARCELA-ACHADO-DUP          PIC  9(002).
           05 DATA-VCTO-ACHADO-DUP        PIC  9(008).
           05 DATA-PGTO-ACHADO-DUP        PIC  9(008).
      *    titulo suspeito encontrado ("01" tem precedencia sobre
      *    "02"); DATA-PGTO-ACHADO-DUP diferente de zeros = ja pago

       PROCEDURE DIVISION USING PARAMETROS-CPP032V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CPD020
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE ZEROS TO SEQ-ACHADO-DUP PARCELA-ACHADO-DUP
                         DATA-VCTO-ACHADO-DUP DATA-PGTO-ACHADO-DUP.
           MOVE "00"  TO CPP032V-RETORNO.

           IF   NOT ARQUIVO-CPD020-OK
                MOVE "99" TO CPP032V-RETORNO
                GO TO 010-99-FIM.

      *    sem fornecedor nao ha a quem atribuir a nota
           IF   FORNECEDOR-DUP EQUAL ZEROS
                GO TO 010-99-FIM.

           MOVE DATA-VCTO-DUP TO DIA-ABSOLUTO.
           PERFORM 030-CALCULA-DIA-ABSOLUTO THRU 030-99-FIM.
           MOVE DIA-ABSOLUTO  TO DIA-ABS-NOVO.

      *    CPD020 nao tem chave por fornecedor: varredura completa,
      *    como nos demais programas que procuram titulo sem chave
           MOVE 0 TO FIM-CPD020.
           MOVE ZEROS TO SEQ-CAIXA-CP20 PARCELA-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
               INVALID KEY
                   GO TO 010-99-FIM
           END-START.
           PERFORM 020-CONFERE-TITULO THRU 020-99-FIM
                   UNTIL FIM-CPD020 EQUAL 1.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CPD020 - ABRE CPD020, CUJO CAMINHO DEPENDE DA    *
      *    EMPRESA CORRENTE GRAVADA EM CONTROLE. SE O ARQUIVO NAO     *
      *    ABRIR, A CONFERENCIA FICA INATIVA ("99").                  *
      *****************************************************************
       005-ABRIR-CPD020.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CPD020" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CPD020.
           CLOSE CONTROLE.

           OPEN INPUT CPD020.
           IF   ST-CPD020 EQUAL "00"
                MOVE 1 TO CPD020-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    020-CONFERE-TITULO - UM TITULO DO ARQUIVO CONTRA A NOTA    *
      *    NOVA. DOCUMENTO IGUAL ENCERRA A VARREDURA ("01"); VALOR    *
      *    IGUAL COM VENCIMENTO PROXIMO FICA GUARDADO ("02") ATE O    *
      *    FIM, PORQUE UM "01" MAIS ADIANTE PREVALECE.                *
      *****************************************************************
       020-CONFERE-TITULO.

           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020
                   GO TO 020-99-FIM
           END-READ.

           IF   FORNECEDOR-CP20 NOT EQUAL FORNECEDOR-DUP
                GO TO 020-99-FIM.
           IF   SEQ-CAIXA-CP20 EQUAL SEQ-CAIXA-DUP
           AND  PARCELA-CP20   EQUAL PARCELA-DUP
                GO TO 020-99-FIM.

           IF   NR-DOCTO-DUP NOT EQUAL SPACES
           AND  NR-DOCTO-CP20 EQUAL NR-DOCTO-DUP
                MOVE "01" TO CPP032V-RETORNO
                PERFORM 025-GUARDA-ACHADO THRU 025-99-FIM
                MOVE 1 TO FIM-CPD020
                GO TO 020-99-FIM.

           IF   CPP032V-RETORNO EQUAL "02"
           OR   VALOR-DUP EQUAL ZEROS
           OR   VALOR-CP20 NOT EQUAL VALOR-DUP
                GO TO 020-99-FIM.

           MOVE DATA-VCTO-CP20 TO DIA-ABSOLUTO.
           PERFORM 030-CALCULA-DIA-ABSOLUTO THRU 030-99-FIM.
           MOVE DIA-ABSOLUTO   TO DIA-ABS-EXISTENTE.
           IF   DIA-ABS-EXISTENTE GREATER DIA-ABS-NOVO
                COMPUTE DIFERENCA-DIAS =
                        DIA-ABS-EXISTENTE - DIA-ABS-NOVO
           ELSE
                COMPUTE DIFERENCA-DIAS =
                        DIA-ABS-NOVO - DIA-ABS-EXISTENTE.
           IF   DIFERENCA-DIAS NOT GREATER DIAS-TOLERANCIA
                MOVE "02" TO CPP032V-RETORNO
                PERFORM 025-GUARDA-ACHADO THRU 025-99-FIM.

       020-99-FIM. EXIT.

       025-GUARDA-ACHADO.

           MOVE SEQ-CAIXA-CP20 TO SEQ-ACHADO-DUP.
           MOVE PARCELA-CP20   TO PARCELA-ACHADO-DUP.
           MOVE DATA-VCTO-CP20 TO DATA-VCTO-ACHADO-DUP.
           MOVE DATA-PGTO-CP20 TO DATA-PGTO-ACHADO-DUP.

       025-99-FIM. EXIT.

      *****************************************************************
      *    030-CALCULA-DIA-ABSOLUTO - AAAAMMDD EM DIA-ABSOLUTO VIRA O *
      *    NUMERO DE DIAS DESDE 01/01/0001 CONTANDO OS BISSEXTOS, NO  *
      *    METODO DO COP078; A DIFERENCA ENTRE DOIS VENCIMENTOS DA A  *
      *    DISTANCIA EM DIAS MESMO ATRAVESSANDO O MES OU O ANO.       *
      *****************************************************************
       030-CALCULA-DIA-ABSOLUTO.

           DIVIDE DIA-ABSOLUTO BY 10000 GIVING ANO-CORTE
                                  REMAINDER QUOC-BISSEXTO.
           DIVIDE QUOC-BISSEXTO BY 100  GIVING MES-CORTE
                                  REMAINDER DIA-CORTE.
           IF   MES-CORTE LESS 1 OR MES-CORTE GREATER 12
           OR   ANO-CORTE EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO
                GO TO 030-99-FIM.

           DIVIDE ANO-CORTE BY 4   GIVING QUOC-BISSEXTO
                                   REMAINDER RESTO-4.
           DIVIDE ANO-CORTE BY 100 GIVING QUOC-BISSEXTO
                                   REMAINDER RESTO-100.
           DIVIDE ANO-CORTE BY 400 GIVING QUOC-BISSEXTO
                                   REMAINDER RESTO-400.
           MOVE ZEROS TO ANO-BISSEXTO.
           IF   RESTO-4 EQUAL ZEROS
           AND (RESTO-100 NOT EQUAL ZEROS OR RESTO-400 EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO.

           EVALUATE MES-CORTE
               WHEN 1  MOVE 0   TO DIAS-ACUM-MES
               WHEN 2  MOVE 31  TO DIAS-ACUM-MES
               WHEN 3  MOVE 59  TO DIAS-ACUM-MES
               WHEN 4  MOVE 90  TO DIAS-ACUM-MES
               WHEN 5  MOVE 120 TO DIAS-ACUM-MES
               WHEN 6  MOVE 151 TO DIAS-ACUM-MES
               WHEN 7  MOVE 181 TO DIAS-ACUM-MES
               WHEN 8  MOVE 212 TO DIAS-ACUM-MES
               WHEN 9  MOVE 243 TO DIAS-ACUM-MES
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES
           END-EVALUATE.
           IF   MES-CORTE GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES.

           COMPUTE ANOS-COMPLETOS = ANO-CORTE - 1.
           COMPUTE DIA-ABSOLUTO = ANOS-COMPLETOS * 365
                                + DIAS-ACUM-MES + DIA-CORTE.
           DIVIDE ANOS-COMPLETOS BY 4   GIVING QUOC-BISSEXTO.
           ADD QUOC-BISSEXTO      TO DIA-ABSOLUTO.
           DIVIDE ANOS-COMPLETOS BY 100 GIVING QUOC-BISSEXTO.
           SUBTRACT QUOC-BISSEXTO FROM DIA-ABSOLUTO.
           DIVIDE ANOS-COMPLETOS BY 400 GIVING QUOC-BISSEXTO.
           ADD QUOC-BISSEXTO      TO DIA-ABSOLUTO.

       030-99-FIM. EXIT.

       END PROGRAM CPP032V.
