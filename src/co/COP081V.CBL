       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COP081V.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Emissao do recibo de pagamento de parcela   *
                      *   (COD063 - ver COP081): da o proximo numero, *
                      *   grava o recibo com o titular do contrato    *
                      *   (COD041) e, no balcao, imprime a via do     *
                      *   cliente. Chamada em toda baixa do COD044    *
                      *   (COP048, COP061, CXP119, CXP116); os lotes  *
                      *   so numeram. Tambem reimprime (2a via) para  *
                      *   o COP081.                                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX041.

           COPY COPX063.

           COPY CGPX001.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW063.

           COPY CGPW001.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 COD063-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-COD063-OK VALUE 1.
           05 COD041-OK                PIC  9(001) VALUE 0.
           05 CGD001-OK                PIC  9(001) VALUE 0.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-COD041                PIC  X(002) VALUE SPACES.
           05 ST-COD063                PIC  X(002) VALUE SPACES.
           05 ST-CGD001                PIC  X(002) VALUE SPACES.
           05 NOME-IMPRESSORA          PIC  X(020) VALUE "PRN".
           05 NOME-EMPRESA-W           PIC  X(040) VALUE SPACES.
           05 NOME-CLIENTE-W           PIC  X(040) VALUE SPACES.
           05 FORMA-W                  PIC  X(025) VALUE SPACES.
           05 HORA-W                   PIC  9(008) VALUE ZEROS.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

       01  LINVAL.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ROTULO-REL            PIC X(35)   VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       LINKAGE SECTION.

       01  PARAMETROS-COP081V.
           05 MODO-RB                     PIC  X(001).
      *    MODO-RB = "I" numera, grava e imprime (balcao)
      *              "N" so numera e grava (lote - COP081 reimprime)
      *              "R" reimprime o recibo NR-RECIBO-RB (2a via)
      *              "C" cancela o recibo NR-RECIBO-RB com MOTIVO-RB
           05 NR-RECIBO-RB                PIC  9(008).
           05 NR-CONTRATO-RB              PIC  9(006).
           05 PARCELA-RB                  PIC  9(002).
           05 CURSO-RB                    PIC  X(004).
           05 TURMA-RB                    PIC  X(003).
           05 DATA-VCTO-RB                PIC  9(008).
           05 DATA-PGTO-RB                PIC  9(008).
           05 VALOR-PARCELA-RB            PIC  9(8)V99.
           05 VALOR-JUROS-RB              PIC  9(8)V99.
           05 VALOR-MULTA-RB              PIC  9(8)V99.
           05 VALOR-ABONADO-RB            PIC  9(8)V99.
           05 VALOR-CREDITO-RB            PIC  9(8)V99.
           05 VALOR-PAGO-RB               PIC  9(8)V99.
           05 VALOR-SOBRA-RB              PIC  9(8)V99.
           05 FORMA-PGTO-RB               PIC  9(001).
      *    FORMA-PGTO-RB = como FORMA-PGTO-CO63
           05 DOCUMENTO-RB                PIC  X(025).
           05 PROGRAMA-RB                 PIC  X(008).
           05 USUARIO-RB                  PIC  X(005).
           05 MOTIVO-RB                   PIC  X(030).
           05 COP081V-RETORNO             PIC  X(002).
      *    COP081V-RETORNO = "00" recibo emitido/reimpresso
      *                      "01" recibo nao encontrado (R/C)
      *                      "02" recibo CANCELADO - nao reimprime
      *                      (nem cancela de novo)
      *                      "03" erro de gravacao no COD063
      *                      "99" registro de recibos indisponivel
      *                      (a baixa segue sem recibo)

       PROCEDURE DIVISION USING PARAMETROS-COP081V.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-ARQUIVOS THRU 005-99-FIM
                MOVE 0 TO PRIMEIRA-VEZ.

           IF   NOT ARQUIVO-COD063-OK
                MOVE ZEROS TO NR-RECIBO-RB
                MOVE "99" TO COP081V-RETORNO
                GO TO 010-99-FIM.

           EVALUATE MODO-RB
               WHEN "R"
                    PERFORM 030-REIMPRIMIR THRU 030-99-FIM
               WHEN "C"
                    PERFORM 035-CANCELAR THRU 035-99-FIM
               WHEN OTHER
                    PERFORM 020-EMITIR THRU 020-99-FIM
           END-EVALUATE.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-ARQUIVOS - ABRE O REGISTRO DE RECIBOS (CRIADO NA *
      *    PRIMEIRA VEZ), OS CONTRATOS E O CADASTRO DE NOMES; SEM O   *
      *    COD063 A EMISSAO FICA INATIVA ("99").                      *
      *****************************************************************
       005-ABRIR-ARQUIVOS.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA      TO EMP-REC.
           MOVE NOME-EMPRESA TO NOME-EMPRESA-W.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD063" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD063.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           CLOSE CONTROLE.

           OPEN I-O COD063.
           IF   ST-COD063 EQUAL "35"
                CLOSE COD063       OPEN OUTPUT COD063
                CLOSE COD063       OPEN I-O COD063.
           IF   ST-COD063 EQUAL "00"
                MOVE 1 TO COD063-OK.

           OPEN INPUT COD041.
           IF   ST-COD041 EQUAL "00"
                MOVE 1 TO COD041-OK.

           OPEN INPUT CGD001.
           IF   ST-CGD001 EQUAL "00"
                MOVE 1 TO CGD001-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    020-EMITIR - NUMERO NOVO PELO REGISTRO DE CONTROLE (LIDO   *
      *    COM TRAVA ATE A REGRAVACAO, DOIS CAIXAS NAO PEGAM O MESMO) *
      *    E GRAVACAO DO RECIBO.                                      *
      *****************************************************************
       020-EMITIR.

           MOVE ZEROS TO NR-RECIBO-CO63.
           READ COD063
               INVALID KEY
                   INITIALIZE REG-COD063
                   MOVE ZEROS TO NR-RECIBO-CO63 ULTIMO-NR-CO63
                   WRITE REG-COD063
                       INVALID KEY CONTINUE
                   END-WRITE
                   READ COD063
                       INVALID KEY
                           MOVE "03" TO COP081V-RETORNO
                           GO TO 020-99-FIM
                   END-READ
           END-READ.
           ADD  1 TO ULTIMO-NR-CO63.
           MOVE ULTIMO-NR-CO63 TO NR-RECIBO-RB.
           REWRITE REG-COD063
               INVALID KEY
                   MOVE "03" TO COP081V-RETORNO
                   GO TO 020-99-FIM
           END-REWRITE.

           INITIALIZE REG-COD063.
           MOVE NR-RECIBO-RB     TO NR-RECIBO-CO63.
           MOVE NR-CONTRATO-RB   TO NR-CONTRATO-CO63.
           MOVE PARCELA-RB       TO PARCELA-CO63.
           MOVE CURSO-RB         TO CURSO-CO63.
           MOVE TURMA-RB         TO TURMA-CO63.
           PERFORM 050-TITULAR THRU 050-99-FIM.
           ACCEPT DATA-EMISSAO-CO63 FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE HORA-W(1:6)      TO HORA-EMISSAO-CO63.
           MOVE DATA-VCTO-RB     TO DATA-VCTO-CO63.
           MOVE DATA-PGTO-RB     TO DATA-PGTO-CO63.
           MOVE VALOR-PARCELA-RB TO VALOR-PARCELA-CO63.
           MOVE VALOR-JUROS-RB   TO VALOR-JUROS-CO63.
           MOVE VALOR-MULTA-RB   TO VALOR-MULTA-CO63.
           MOVE VALOR-ABONADO-RB TO VALOR-ABONADO-CO63.
           MOVE VALOR-CREDITO-RB TO VALOR-CREDITO-CO63.
           MOVE VALOR-PAGO-RB    TO VALOR-PAGO-CO63.
           MOVE VALOR-SOBRA-RB   TO VALOR-SOBRA-CO63.
           MOVE FORMA-PGTO-RB    TO FORMA-PGTO-CO63.
           MOVE DOCUMENTO-RB     TO DOCUMENTO-CO63.
           MOVE PROGRAMA-RB      TO PROGRAMA-CO63.
           MOVE USUARIO-RB       TO USUARIO-CO63.
           MOVE ZEROS            TO SITUACAO-CO63 QTDE-VIAS-CO63.
           IF   MODO-RB EQUAL "I"
                MOVE 1 TO QTDE-VIAS-CO63.
           WRITE REG-COD063
               INVALID KEY
                   MOVE "03" TO COP081V-RETORNO
                   GO TO 020-99-FIM
           END-WRITE.

           IF   MODO-RB EQUAL "I"
                PERFORM 040-IMPRIMIR-RECIBO THRU 040-99-FIM.
           MOVE "00" TO COP081V-RETORNO.

       020-99-FIM. EXIT.

      *****************************************************************
      *    030-REIMPRIMIR - 2A VIA DE RECIBO VALIDO; CONTA AS VIAS.   *
      *****************************************************************
       030-REIMPRIMIR.

           IF   NR-RECIBO-RB EQUAL ZEROS
                MOVE "01" TO COP081V-RETORNO
                GO TO 030-99-FIM.
           MOVE NR-RECIBO-RB TO NR-RECIBO-CO63.
           READ COD063
               INVALID KEY
                   MOVE "01" TO COP081V-RETORNO
                   GO TO 030-99-FIM
           END-READ.
           IF   SITUACAO-CO63 EQUAL 1
                MOVE "02" TO COP081V-RETORNO
                GO TO 030-99-FIM.

           ADD  1 TO QTDE-VIAS-CO63.
           REWRITE REG-COD063
               INVALID KEY
                   MOVE "03" TO COP081V-RETORNO
                   GO TO 030-99-FIM
           END-REWRITE.
           PERFORM 040-IMPRIMIR-RECIBO THRU 040-99-FIM.
           MOVE "00" TO COP081V-RETORNO.

       030-99-FIM. EXIT.

      *****************************************************************
      *    035-CANCELAR - MARCA O RECIBO COMO CANCELADO; O NUMERO     *
      *    FICA NO REGISTRO (A TRILHA EM LOG003 E DE QUEM CHAMA).     *
      *****************************************************************
       035-CANCELAR.

           IF   NR-RECIBO-RB EQUAL ZEROS
                MOVE "01" TO COP081V-RETORNO
                GO TO 035-99-FIM.
           MOVE NR-RECIBO-RB TO NR-RECIBO-CO63.
           READ COD063
               INVALID KEY
                   MOVE "01" TO COP081V-RETORNO
                   GO TO 035-99-FIM
           END-READ.
           IF   SITUACAO-CO63 EQUAL 1
                MOVE "02" TO COP081V-RETORNO
                GO TO 035-99-FIM.

           MOVE 1            TO SITUACAO-CO63.
           ACCEPT DATA-CANCEL-CO63 FROM DATE YYYYMMDD.
           MOVE USUARIO-RB   TO USUARIO-CANCEL-CO63.
           MOVE MOTIVO-RB    TO MOTIVO-CANCEL-CO63.
           REWRITE REG-COD063
               INVALID KEY
                   MOVE "03" TO COP081V-RETORNO
                   GO TO 035-99-FIM
           END-REWRITE.
           MOVE "00" TO COP081V-RETORNO.

       035-99-FIM. EXIT.

      *****************************************************************
      *    040-IMPRIMIR-RECIBO - UMA FOLHA POR RECIBO, A PARTIR DO    *
      *    REGISTRO DO COD063 EM MEMORIA.                             *
      *****************************************************************
       040-IMPRIMIR-RECIBO.

           MOVE SPACES TO NOME-CLIENTE-W.
           IF   CGD001-OK EQUAL 1
                MOVE CODIGO-CLIENTE-CO63 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE NOME-CG01 TO NOME-CLIENTE-W
                END-READ.

           EVALUATE FORMA-PGTO-CO63
               WHEN 1  MOVE "DINHEIRO"                TO FORMA-W
               WHEN 2  MOVE "CHEQUE"                  TO FORMA-W
               WHEN 3  MOVE "CARTAO"                  TO FORMA-W
               WHEN 4  MOVE "PIX"                     TO FORMA-W
               WHEN 5  MOVE "DEPOSITO/TRANSFERENCIA"  TO FORMA-W
               WHEN 6  MOVE "CREDITO DO CLIENTE"      TO FORMA-W
               WHEN 7  MOVE "DEBITO AUTOMATICO"       TO FORMA-W
               WHEN OTHER MOVE "NAO INFORMADA"        TO FORMA-W
           END-EVALUATE.

           OPEN OUTPUT RELAT.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           IF   QTDE-VIAS-CO63 GREATER 1
                STRING "RECIBO DE PAGAMENTO No " NR-RECIBO-CO63
                       "   - 2a. VIA -"
                       DELIMITED BY SIZE INTO TEXTO-REL
           ELSE
                STRING "RECIBO DE PAGAMENTO No " NR-RECIBO-CO63
                       DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE ALL "=" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.

           MOVE SPACES TO TEXTO-REL.
           STRING "CLIENTE: " CLASSIF-CLIENTE-CO63 "-"
                  CODIGO-CLIENTE-CO63 " " NOME-CLIENTE-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE SPACES TO TEXTO-REL.
           STRING "CONTRATO: " NR-CONTRATO-CO63 "  CURSO: " CURSO-CO63
                  "  TURMA: " TURMA-CO63 "  PARCELA: " PARCELA-CO63
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "VENCIMENTO: " DATA-VCTO-CO63(7:2) "/"
                  DATA-VCTO-CO63(5:2) "/" DATA-VCTO-CO63(1:4)
                  "   PAGAMENTO: " DATA-PGTO-CO63(7:2) "/"
                  DATA-PGTO-CO63(5:2) "/" DATA-PGTO-CO63(1:4)
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "FORMA DE PAGAMENTO: " FORMA-W " " DOCUMENTO-CO63
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.

           MOVE "VALOR DA PARCELA..................:" TO ROTULO-REL.
           MOVE VALOR-PARCELA-CO63 TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.
           MOVE "(+) JUROS.........................:" TO ROTULO-REL.
           MOVE VALOR-JUROS-CO63   TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "(+) MULTA.........................:" TO ROTULO-REL.
           MOVE VALOR-MULTA-CO63   TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "(-) ABONADO.......................:" TO ROTULO-REL.
           MOVE VALOR-ABONADO-CO63 TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "(-) CREDITO DO CLIENTE UTILIZADO..:" TO ROTULO-REL.
           MOVE VALOR-CREDITO-CO63 TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "VALOR PAGO........................:" TO ROTULO-REL.
           MOVE VALOR-PAGO-CO63    TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.
           IF   VALOR-SOBRA-CO63 GREATER ZEROS
                MOVE "PAGO A MAIOR - CREDITO DO CLIENTE.:"
                  TO ROTULO-REL
                MOVE VALOR-SOBRA-CO63 TO VALOR-REL
                WRITE REG-RELAT FROM LINVAL.

           MOVE SPACES TO TEXTO-REL.
           STRING "EMITIDO EM " DATA-EMISSAO-CO63(7:2) "/"
                  DATA-EMISSAO-CO63(5:2) "/" DATA-EMISSAO-CO63(1:4)
                  " AS " HORA-EMISSAO-CO63(1:2) ":"
                  HORA-EMISSAO-CO63(3:2) " POR " USUARIO-CO63
                  " (" PROGRAMA-CO63 ")"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE "ASSINATURA: ____________________________________"
             TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 3.
           CLOSE RELAT.

       040-99-FIM. EXIT.

      *****************************************************************
      *    050-TITULAR - CLIENTE DO RECIBO = TITULAR DO CONTRATO NO   *
      *    COD041 (CHAVE COMPLETA DA PARCELA).                        *
      *****************************************************************
       050-TITULAR.

           MOVE ZEROS TO CLASSIF-CLIENTE-CO63 CODIGO-CLIENTE-CO63.
           IF   COD041-OK NOT EQUAL 1
                GO TO 050-99-FIM.
           MOVE NR-CONTRATO-RB TO NR-CONTRATO-CO41.
           MOVE CURSO-RB       TO CURSO-CO41.
           MOVE TURMA-RB       TO TURMA-CO41.
           READ COD041
               INVALID KEY
                   GO TO 050-99-FIM
           END-READ.
           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CLIENTE-CO63.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CLIENTE-CO63.

       050-99-FIM. EXIT.

       END PROGRAM COP081V.
