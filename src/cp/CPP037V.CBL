       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPP037V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Calculo das retencoes de ISS, IRRF, PIS,    *
                      *   COFINS e CSLL de uma nota de servico de     *
                      *   fornecedor pelo perfil do CPD026 (ver       *
                      *   CPP036): devolve cada imposto retido e o    *
                      *   liquido a pagar, que e' o valor do titulo   *
                      *   no CPD020 (lancamento em CPP038).           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX026.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW026.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CPD026-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CPD026-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CPD026                PIC  X(002) VALUE SPACES.
           05 IMP-W                    PIC  9(001) VALUE 0.
           05 SOMA-PCC-W               PIC  9(009)V99 VALUE 0.
           05 LIMITE-DISPENSA          PIC  9(002)V99 VALUE 10.00.
      *    LIMITE-DISPENSA = retencao abaixo deste valor nao e' feita
      *    (IRRF sozinho; PIS+COFINS+CSLL somados)
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       LINKAGE SECTION.

       01  PARAMETROS-CPP037V.
           05 FORNECEDOR-IMP              PIC  9(006).
           05 TIPO-SERVICO-IMP            PIC  9(002).
           05 VALOR-BRUTO-IMP             PIC  9(008)V99.
           05 CPP037V-RETORNO             PIC  X(002).
      *    CPP037V-RETORNO = "00" calculado pelo perfil do fornecedor
      *                      "01" calculado pelo perfil padrao do tipo
      *                           de servico (fornecedor 000000)
      *                      "02" sem perfil ativo - nada retido
      *                      "99" CPD026 nao implantado - nada retido
           05 DESCRICAO-SERVICO-IMP       PIC  X(030).
           05 RETENCOES-IMP.
              10 RETIDO-ISS-IMP           PIC  9(008)V99.
              10 RETIDO-IRRF-IMP          PIC  9(008)V99.
              10 RETIDO-PIS-IMP           PIC  9(008)V99.
              10 RETIDO-COFINS-IMP        PIC  9(008)V99.
              10 RETIDO-CSLL-IMP          PIC  9(008)V99.
           05 FILLER REDEFINES RETENCOES-IMP.
              10 RETIDO-IMP               PIC  9(008)V99
                                          OCCURS 5 TIMES.
           05 TOTAL-RETIDO-IMP            PIC  9(009)V99.
           05 VALOR-LIQUIDO-IMP           PIC  9(008)V99.

       PROCEDURE DIVISION USING PARAMETROS-CPP037V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CPD026
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE SPACES TO DESCRICAO-SERVICO-IMP.
           MOVE ZEROS  TO RETENCOES-IMP TOTAL-RETIDO-IMP.
           MOVE VALOR-BRUTO-IMP TO VALOR-LIQUIDO-IMP.

           IF   NOT ARQUIVO-CPD026-OK
                MOVE "99" TO CPP037V-RETORNO
                GO TO 010-99-FIM.

           MOVE "00" TO CPP037V-RETORNO.
           MOVE FORNECEDOR-IMP   TO FORNECEDOR-CP26.
           MOVE TIPO-SERVICO-IMP TO TIPO-SERVICO-CP26.
           PERFORM 015-LE-PERFIL THRU 015-99-FIM.
           IF   CPP037V-RETORNO EQUAL "02"
                MOVE "01"  TO CPP037V-RETORNO
                MOVE ZEROS TO FORNECEDOR-CP26
                MOVE TIPO-SERVICO-IMP TO TIPO-SERVICO-CP26
                PERFORM 015-LE-PERFIL THRU 015-99-FIM.
           IF   CPP037V-RETORNO EQUAL "02"
                GO TO 010-99-FIM.

           MOVE DESCRICAO-CP26 TO DESCRICAO-SERVICO-IMP.
           MOVE 1 TO IMP-W.
           PERFORM 020-CALCULA-IMPOSTO THRU 020-99-FIM
                   UNTIL IMP-W GREATER 5.

      *    dispensa de retencao de pequeno valor
           IF   RETIDO-IRRF-IMP LESS LIMITE-DISPENSA
                MOVE ZEROS TO RETIDO-IRRF-IMP.
           COMPUTE SOMA-PCC-W = RETIDO-PIS-IMP + RETIDO-COFINS-IMP
                              + RETIDO-CSLL-IMP.
           IF   SOMA-PCC-W LESS LIMITE-DISPENSA
                MOVE ZEROS TO RETIDO-PIS-IMP RETIDO-COFINS-IMP
                              RETIDO-CSLL-IMP.

           COMPUTE TOTAL-RETIDO-IMP = RETIDO-ISS-IMP + RETIDO-IRRF-IMP
                                    + RETIDO-PIS-IMP
                                    + RETIDO-COFINS-IMP
                                    + RETIDO-CSLL-IMP.
           COMPUTE VALOR-LIQUIDO-IMP =
                   VALOR-BRUTO-IMP - TOTAL-RETIDO-IMP.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CPD026 - ABRE O CADASTRO DE PERFIS; SEM ELE A    *
      *    ROTINA NAO RETEM NADA ("99") - QUEM CRIA E O CPP036.       *
      *****************************************************************
       005-ABRIR-CPD026.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CPD026" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CPD026.
           CLOSE CONTROLE.

           OPEN INPUT CPD026.
           IF   ST-CPD026 EQUAL "00"
                MOVE 1 TO CPD026-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    015-LE-PERFIL - PERFIL INEXISTENTE OU INATIVO DEVOLVE "02" *
      *****************************************************************
       015-LE-PERFIL.

           READ CPD026
               INVALID KEY
                   MOVE "02" TO CPP037V-RETORNO
                   GO TO 015-99-FIM
           END-READ.
           IF   SITUACAO-CP26 NOT EQUAL 0
                MOVE "02" TO CPP037V-RETORNO.

       015-99-FIM. EXIT.

      *****************************************************************
      *    020-CALCULA-IMPOSTO - RETIDO = BRUTO X ALIQUOTA (ARRED.)   *
      *****************************************************************
       020-CALCULA-IMPOSTO.

           COMPUTE RETIDO-IMP (IMP-W) ROUNDED =
                   VALOR-BRUTO-IMP * ALIQ-CP26 (IMP-W) / 100.
           ADD 1 TO IMP-W.

       020-99-FIM. EXIT.

       END PROGRAM CPP037V.
