       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTP006.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: DEPRECIACAO MENSAL DOS BENS DO IMOBILIZADO (CTD003 -
      *        VER CTP005). PARA O MES PEDIDO, CADA BEM EM USO RECEBE A
      *        QUOTA LINEAR (CUSTO - RESIDUAL) / VIDA UTIL, A PARTIR DO
      *        MES DE AQUISICAO; MES QUE FICOU SEM RODAR E RECUPERADO
      *        NA MESMA QUOTA (MESES-CT04). A QUOTA E LANCADA NO CXD100
      *        NO ULTIMO DIA DO MES COMO LANCAMENTO SEM CAIXA (TIPO 98,
      *        CONTA DE CAIXA 000) NA CONTA REDUZIDA E NO CENTRO DE
      *        CUSTO DO BEM, E GRAVADA NO RAZAO (CTD004). BEM QUE CHEGA
      *        AO VALOR RESIDUAL FICA TOTALMENTE DEPRECIADO. BEM JA
      *        DEPRECIADO NO MES E PULADO, ENTAO REEXECUTAR NAO
      *        DUPLICA. MES FECHADO NO CTD001 (CTP001) E RECUSADO.
      *        SEGUE A CONVENCAO DE SIMULACAO DO GAPWCNV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CTPX003.

           COPY CTPX004.

           COPY CXPX100.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CTPW003.

           COPY CTPW004.

           COPY CXPW100.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CTD003             PIC XX       VALUE SPACES.
           05  ST-CTD004             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CTD003            PIC 9        VALUE ZEROS.
              88  FIM-CTD003-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  MESANO-PARM-R REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  DATA-LCTO-W           PIC 9(8)     VALUE ZEROS.
           05  MESANO-INICIO-W       PIC 9(6)     VALUE ZEROS.
           05  MESANO-INICIO-R REDEFINES MESANO-INICIO-W.
               10  ANO-INICIO-W      PIC 9(4).
               10  MES-INICIO-W      PIC 9(2).
           05  MESANO-AQUIS-W        PIC 9(6)     VALUE ZEROS.
           05  MESANO-AQUIS-R REDEFINES MESANO-AQUIS-W.
               10  ANO-AQUIS-W       PIC 9(4).
               10  MES-AQUIS-W       PIC 9(2).
           05  MESES-W               PIC 9(5)     VALUE ZEROS.
           05  MESES-VIDA-W          PIC 9(5)     VALUE ZEROS.
           05  QUOTA-W               PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-DEPREC-W        PIC 9(9)V99  VALUE ZEROS.
           05  DEPRECIAVEL-W         PIC 9(9)V99  VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  TOTAL-DEPREC-W        PIC 9(11)V99 VALUE ZEROS.
           05  QTDE-JA-DEPREC-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-ENCERRADOS-W     PIC 9(5)     VALUE ZEROS.
      *    DETERMINA-ULTIMO-DIA-MES (mesmo calculo do CXP107)
           05  ANO-CAL-W             PIC 9(4)     VALUE ZEROS.
           05  MES-CAL-W             PIC 9(2)     VALUE ZEROS.
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(3)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(3)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(3)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): mes
      *    fechado recusa a depreciacao inteira; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

           COPY GAPWCNV.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(30)   VALUE
           "DEPRECIACAO DO IMOBILIZADO - ".
           05  MES-CAB-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-CAB-REL           PIC 9999    VALUE ZEROS.
           05  SIMULA-CAB-REL        PIC X(53)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(38)   VALUE
           "BEM    DESCRICAO".
           05  FILLER                PIC X(6)    VALUE "MESES".
           05  FILLER                PIC X(15)   VALUE
           "          QUOTA".
           05  FILLER                PIC X(16)   VALUE
           "     ACUMULADA".
           05  FILLER                PIC X(15)   VALUE
           "  VALOR CONTAB.".

       01  LINDET.
           05  CODIGO-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X       VALUE SPACES.
           05  DESCRICAO-REL         PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X       VALUE SPACES.
           05  MESES-REL             PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  QUOTA-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ACUMULADA-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONTABIL-REL          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FIM-VIDA-REL          PIC X(3)    VALUE SPACES.

       01  LINTOT.
           05  FILLER                PIC X(44)   VALUE
           "TOTAL DA DEPRECIACAO DO MES".
           05  TOTAL-REL             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CABECALHO
                PERFORM DEPRECIA-BEM UNTIL FIM-CTD003-TRUE
                PERFORM IMPRIME-TOTAL
                PERFORM EXIBE-RESUMO
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

       ABRE-ARQUIVOS SECTION.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVOS-EXIT.

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "CTD003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD003.
           MOVE "CTD004" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD004.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           CLOSE CONTROLE.

           OPEN I-O CTD003.
           IF   ST-CTD003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD003: " ST-CTD003
                        " - CADASTRAR OS BENS NO CTP005"
                MOVE 1 TO ERRO-W.

           OPEN I-O CTD004.
           IF   ST-CTD004 EQUAL "35"
                CLOSE CTD004       OPEN OUTPUT CTD004
                CLOSE CTD004       OPEN I-O CTD004.
           IF   ST-CTD004 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD004: " ST-CTD004
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL....................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "CTP006" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                STOP RUN.
           DISPLAY "MES/ANO DA DEPRECIACAO (AAAAMM)........: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   MES-PARM LESS 1 OR MES-PARM GREATER 12
                DISPLAY "MES INVALIDO."
                STOP RUN.
           DISPLAY "SOMENTE SIMULAR, SEM GRAVAR (S/N)......: "
               WITH NO ADVANCING.
           ACCEPT RESP-MODO-GA.
           IF   RESP-MODO-GA EQUAL "S" OR RESP-MODO-GA EQUAL "s"
                MOVE 1 TO MODO-CONVERSAO-GA
                MOVE " (SIMULACAO - NADA GRAVADO)" TO SIMULA-CAB-REL
           ELSE
                MOVE 0 TO MODO-CONVERSAO-GA
           END-IF.

      *    a quota cai no ultimo dia do mes, que precisa estar aberto
           MOVE ANO-PARM TO ANO-CAL-W.
           MOVE MES-PARM TO MES-CAL-W.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           MOVE MESANO-PARM      TO DATA-LCTO-W(1:6).
           MOVE ULTIMO-DIA-MES-W TO DATA-LCTO-W(7:2).
           MOVE DATA-LCTO-W TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "MES " MES-PARM "/" ANO-PARM
                        " FECHADO - DEPRECIACAO RECUSADA (VER CTP001)"
                PERFORM FECHA-ARQUIVOS
                STOP RUN.

           MOVE MES-PARM TO MES-CAB-REL.
           MOVE ANO-PARM TO ANO-CAB-REL.
           MOVE ZEROS TO CODIGO-BEM-CT03.
           START CTD003 KEY IS NOT LESS CODIGO-BEM-CT03
               INVALID KEY
                   MOVE 1 TO FIM-CTD003.

       DETERMINA-ULTIMO-DIA-MES SECTION.
           DIVIDE ANO-CAL-W BY 4   GIVING QUOC-BISSEXTO-W
                                   REMAINDER RESTO-4-W.
           DIVIDE ANO-CAL-W BY 100 GIVING QUOC-BISSEXTO-W
                                   REMAINDER RESTO-100-W.
           DIVIDE ANO-CAL-W BY 400 GIVING QUOC-BISSEXTO-W
                                   REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

           EVALUATE MES-CAL-W
               WHEN 1  WHEN 3  WHEN 5  WHEN 7
               WHEN 8  WHEN 10 WHEN 12
                   MOVE 31 TO ULTIMO-DIA-MES-W
               WHEN 4  WHEN 6  WHEN 9  WHEN 11
                   MOVE 30 TO ULTIMO-DIA-MES-W
               WHEN 2
                   IF   ANO-BISSEXTO-TRUE
                        MOVE 29 TO ULTIMO-DIA-MES-W
                   ELSE
                        MOVE 28 TO ULTIMO-DIA-MES-W
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *    DEPRECIA-BEM - bem baixado, totalmente depreciado, adquirido
      *    depois do mes ou ja depreciado ate o mes e' pulado. A quota
      *    cobre do mes seguinte ao ultimo lancado (ou da aquisicao)
      *    ate o mes pedido, limitada ao que falta depreciar; no
      *    ultimo mes de vida util leva a sobra do arredondamento.
      *----------------------------------------------------------------
       DEPRECIA-BEM SECTION.
           READ CTD003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CTD003
                   GO TO DEPRECIA-BEM-EXIT.

           IF   SITUACAO-CT03 NOT EQUAL 0
           OR   VIDA-UTIL-CT03 EQUAL ZEROS
                GO TO DEPRECIA-BEM-EXIT.
           MOVE DATA-AQUISICAO-CT03(1:6) TO MESANO-AQUIS-W.
           IF   MESANO-AQUIS-W GREATER MESANO-PARM
                GO TO DEPRECIA-BEM-EXIT.
           IF   ULTIMO-MES-CT03 NOT LESS MESANO-PARM
                ADD 1 TO QTDE-JA-DEPREC-W
                GO TO DEPRECIA-BEM-EXIT.

           IF   ULTIMO-MES-CT03 EQUAL ZEROS
                MOVE MESANO-AQUIS-W TO MESANO-INICIO-W
           ELSE
                MOVE ULTIMO-MES-CT03 TO MESANO-INICIO-W
                ADD 1 TO MES-INICIO-W
                IF   MES-INICIO-W GREATER 12
                     MOVE 1 TO MES-INICIO-W
                     ADD 1 TO ANO-INICIO-W
                END-IF
           END-IF.
           COMPUTE MESES-W = (ANO-PARM * 12 + MES-PARM)
                           - (ANO-INICIO-W * 12 + MES-INICIO-W) + 1.
           COMPUTE MESES-VIDA-W = (ANO-PARM * 12 + MES-PARM)
                           - (ANO-AQUIS-W * 12 + MES-AQUIS-W) + 1.

           COMPUTE DEPRECIAVEL-W = CUSTO-CT03 - VALOR-RESIDUAL-CT03
                                 - DEPREC-ACUM-CT03.
           COMPUTE QUOTA-W ROUNDED =
                   (CUSTO-CT03 - VALOR-RESIDUAL-CT03) / VIDA-UTIL-CT03.
           COMPUTE VALOR-DEPREC-W = QUOTA-W * MESES-W.
           IF   VALOR-DEPREC-W GREATER DEPRECIAVEL-W
           OR   MESES-VIDA-W NOT LESS VIDA-UTIL-CT03
                MOVE DEPRECIAVEL-W TO VALOR-DEPREC-W.

           ADD  1 TO QTDE-PROCESSADOS-GA.
           IF   VALOR-DEPREC-W EQUAL ZEROS
                MOVE ZEROS TO MESES-W
           ELSE
                ADD VALOR-DEPREC-W TO TOTAL-DEPREC-W.
           ADD  VALOR-DEPREC-W TO DEPREC-ACUM-CT03.
           MOVE MESANO-PARM    TO ULTIMO-MES-CT03.
           MOVE SPACES TO FIM-VIDA-REL.
           IF   DEPREC-ACUM-CT03 NOT LESS
                (CUSTO-CT03 - VALOR-RESIDUAL-CT03)
                MOVE 1 TO SITUACAO-CT03
                MOVE " *" TO FIM-VIDA-REL
                ADD 1 TO QTDE-ENCERRADOS-W.
           PERFORM IMPRIME-BEM.

           IF   CONVERSAO-SIMULACAO-GA
                ADD 1 TO QTDE-SIMULADOS-GA
                GO TO DEPRECIA-BEM-EXIT.

           MOVE ZEROS TO DATA-MOV-CX100 SEQ-CX100.
           IF   VALOR-DEPREC-W NOT EQUAL ZEROS
                PERFORM LANCA-DEPRECIACAO
                IF   LCTO-GRAVADO-W NOT EQUAL 1
                     DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                             " - BEM " CODIGO-BEM-CT03 " PULADO"
                     GO TO DEPRECIA-BEM-EXIT.

           MOVE CODIGO-BEM-CT03  TO CODIGO-BEM-CT04.
           MOVE MESANO-PARM      TO MESANO-CT04.
           MOVE "D"              TO TIPO-MOV-CT04.
           MOVE DATA-LCTO-W      TO DATA-MOV-CT04.
           MOVE VALOR-DEPREC-W   TO VALOR-CT04.
           MOVE MESES-W          TO MESES-CT04.
           MOVE ZEROS            TO VALOR-VENDA-CT04 RESULTADO-CT04.
           COMPUTE SALDO-CONTABIL-CT04 = CUSTO-CT03 - DEPREC-ACUM-CT03.
           MOVE DATA-MOV-CX100   TO DATA-CX100-CT04.
           MOVE SEQ-CX100        TO SEQ-CX100-CT04.
           MOVE USUARIO-PARM     TO USUARIO-CT04.
           WRITE REG-CTD004
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CTD004: " ST-CTD004
           END-WRITE.

           MOVE USUARIO-PARM TO USUARIO-CT03.
           REWRITE REG-CTD003
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CTD003: " ST-CTD003
               NOT INVALID KEY
                   ADD 1 TO QTDE-ALTERADOS-GA
           END-REWRITE.

       DEPRECIA-BEM-EXIT. EXIT.

       LANCA-DEPRECIACAO SECTION.
           MOVE DATA-LCTO-W       TO DATA-MOV-CX100.
           MOVE 1                 TO SEQ-CX100.
           MOVE 98                TO TIPO-LCTO-CX100.
           MOVE SPACES            TO HISTORICO-CX100.
           MOVE "DEPRECIACAO"     TO HISTORICO-CX100(1:11).
           MOVE MES-PARM          TO HISTORICO-CX100(13:2).
           MOVE "/"               TO HISTORICO-CX100(15:1).
           MOVE ANO-PARM          TO HISTORICO-CX100(16:4).
           MOVE "BEM"             TO HISTORICO-CX100(21:3).
           MOVE CODIGO-BEM-CT03   TO HISTORICO-CX100(25:6).
           MOVE SPACES            TO DOCUMENTO-CX100.
           MOVE "DEP"             TO DOCUMENTO-CX100(1:3).
           MOVE CODIGO-BEM-CT03   TO DOCUMENTO-CX100(4:6).
           MOVE VALOR-DEPREC-W    TO VALOR-CX100.
           MOVE ZEROS             TO CONTAPART-CX100.
           MOVE CONTA-REDUZ-CT03  TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE ZEROS             TO CONTA-CAIXA-CX100.
           MOVE CENTRO-CUSTO-CT03 TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.

       LANCA-DEPRECIACAO-EXIT. EXIT.

      *    mesma data com outro lancamento: avanca a sequencia
       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

       IMPRIME-BEM SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CODIGO-BEM-CT03  TO CODIGO-REL.
           MOVE DESCRICAO-CT03   TO DESCRICAO-REL.
           MOVE MESES-W          TO MESES-REL.
           MOVE VALOR-DEPREC-W   TO QUOTA-REL.
           MOVE DEPREC-ACUM-CT03 TO ACUMULADA-REL.
           COMPUTE CONTABIL-REL = CUSTO-CT03 - DEPREC-ACUM-CT03.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

       IMPRIME-TOTAL SECTION.
           IF   LIN GREATER 54
                PERFORM CABECALHO.
           MOVE TOTAL-DEPREC-W TO TOTAL-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTOT.
           ADD  2 TO LIN.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.

       EXIBE-RESUMO SECTION.
           DISPLAY "DEPRECIACAO DO MES CONCLUIDA.".
           DISPLAY "BENS DEPRECIADOS NO MES............: "
                   QTDE-PROCESSADOS-GA.
           IF   CONVERSAO-SIMULACAO-GA
                DISPLAY "BENS QUE SERIAM ATUALIZADOS........: "
                        QTDE-SIMULADOS-GA
           ELSE
                DISPLAY "BENS ATUALIZADOS EM CTD003.........: "
                        QTDE-ALTERADOS-GA.
           DISPLAY "BENS JA DEPRECIADOS NO MES (PULADOS): "
                   QTDE-JA-DEPREC-W.
           DISPLAY "BENS QUE CHEGARAM AO FIM DA VIDA...: "
                   QTDE-ENCERRADOS-W.

       FECHA-ARQUIVOS SECTION.
           CLOSE CTD003 CTD004 CXD100 RELAT.

       END PROGRAM CTP006.
