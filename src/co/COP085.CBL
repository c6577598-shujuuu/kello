       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP085.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RETORNO DE DEBITO AUTOMATICO (LEIAUTE FEBRABAN 150,
      *        VERSAO 05) DAS REMESSAS DO COP084. REGISTRO F COM
      *        CODIGO 00/31 (DEBITADO) BAIXA A PARCELA NO COD044,
      *        LANCA O CREDITO NO CXD100, NUMERA O RECIBO NO COD063
      *        (COP081V, FORMA 7) E MARCA O COD066 COMO DEBITADO; OS
      *        DEMAIS CODIGOS MARCAM O COD066 COMO REJEITADO E SAEM NA
      *        LISTA COM O MOTIVO (A PARCELA VOLTA NA PROXIMA REMESSA).
      *        REGISTRO B DE EXCLUSAO E O CODIGO 30 (SEM CONTRATO DE
      *        DEBITO) INATIVAM A AUTORIZACAO NO COD065 - SITUACAO 2,
      *        CANCELADA PELO BANCO. MESMO LACO DO RETORNO PIX CXP119.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX044.

           COPY COPX065.

           COPY COPX066.

           COPY CXPX100.

           COPY LOGX003.

           SELECT RETORNO ASSIGN TO PATH-RETORNO-W
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-RETORNO.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW044.

           COPY COPW065.

           COPY COPW066.

           COPY CXPW100.

           COPY LOGW003.

       FD  RETORNO
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORD IS OMITTED.
       01  REG-RETORNO.
           05  CODIGO-REGISTRO-RET      PIC X(01).
           05  FILLER                   PIC X(149).

       01  REG-A-RETORNO.
           05  CODIGO-REGISTRO-A        PIC X(01).
           05  CODIGO-REMESSA-A         PIC 9(01).
      *    CODIGO-REMESSA-A = 1-REMESSA  2-RETORNO
           05  CONVENIO-A               PIC X(20).
           05  NOME-EMPRESA-A           PIC X(20).
           05  CODBAN-A                 PIC 9(03).
           05  NOME-BANCO-A             PIC X(20).
           05  DATA-GERACAO-A           PIC 9(08).
           05  NSA-A                    PIC 9(06).
           05  VERSAO-A                 PIC 9(02).
           05  SERVICO-A                PIC X(17).
           05  FILLER                   PIC X(52).

       01  REG-B-RETORNO.
           05  CODIGO-REGISTRO-B        PIC X(01).
           05  ID-CLIENTE-EMPRESA-B.
               10  CONTRATO-B           PIC 9(06).
               10  SEQ-AUTORIZ-B        PIC 9(02).
               10  FILLER               PIC X(17).
           05  AGENCIA-B                PIC X(04).
           05  ID-CLIENTE-BANCO-B       PIC X(14).
           05  DATA-OPCAO-B             PIC 9(08).
           05  FILLER                   PIC X(97).
           05  CODIGO-MOVIMENTO-B       PIC 9(01).
      *    CODIGO-MOVIMENTO-B = 1-EXCLUSAO  2-INCLUSAO DE OPTANTE

       01  REG-F-RETORNO.
           05  CODIGO-REGISTRO-F        PIC X(01).
           05  ID-CLIENTE-EMPRESA-F     PIC X(25).
           05  AGENCIA-F                PIC X(04).
           05  ID-CLIENTE-BANCO-F       PIC X(14).
           05  DATA-DEBITO-F            PIC 9(08).
           05  VALOR-DEBITADO-F         PIC 9(13)V99.
           05  CODIGO-RETORNO-F         PIC X(02).
           05  USO-EMPRESA-F.
      *        devolvido como foi no registro E (COP084)
               10  CONTRATO-USO-F       PIC 9(06).
               10  PARCELA-USO-F        PIC 9(02).
               10  NSA-USO-F            PIC 9(06).
               10  FILLER               PIC X(46).
           05  TIPO-IDENTIFICACAO-F     PIC 9(01).
           05  CPF-CNPJ-F               PIC 9(15).
           05  FILLER                   PIC X(04).
           05  CODIGO-MOVIMENTO-F       PIC 9(01).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(100).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD065             PIC XX       VALUE SPACES.
           05  ST-COD066             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-RETORNO           PIC 9        VALUE ZEROS.
              88  FIM-RETORNO-TRUE      VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  PATH-RETORNO-W        PIC X(60)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CONTA-CAIXA-PARM      PIC 9(3)     VALUE ZEROS.
           05  TIPO-CREDITO-PARM     PIC 9(2)     VALUE ZEROS.
           05  REDUZ-CREDITO-PARM    PIC 9(5)     VALUE ZEROS.
           05  CODBAN-W              PIC 9(3)     VALUE ZEROS.
           05  VALOR-DEBITADO-W      PIC 9(8)V99  VALUE ZEROS.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  QTDE-LIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-BAIXADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-REJEITADOS-W     PIC 9(6)     VALUE ZEROS.
           05  QTDE-NAO-ACHADOS-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-JA-PAGAS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-CANCELADAS-W     PIC 9(6)     VALUE ZEROS.
           05  TOTAL-RECEBIDO-W      PIC 9(11)V99 VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY "PARAMETR".

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(38)   VALUE
           "RETORNO DE DEBITO AUTOMATICO - BANCO ".
           05  CODBAN-CAB-REL        PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(6)    VALUE " NSA ".
           05  NSA-CAB-REL           PIC 9(6)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(100)  VALUE
           "REG CONTR. PC   NSA  DATA DEBITO         VALOR COD OCORRENCI
      -    "A".

       01  LINDET.
           05  TIPO-REG-REL          PIC X(1)    VALUE SPACES.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PARCELA-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NSA-REL               PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-DEBITO-REL       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CODIGO-RETORNO-REL    PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  OCORRENCIA-REL        PIC X(40)   VALUE SPACES.

       01  LINRES1.
           05  FILLER                PIC X(31)   VALUE
               "REGISTROS F LIDOS............: ".
           05  QTDE-LIDOS-REL        PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES2.
           05  FILLER                PIC X(31)   VALUE
               "PARCELAS DEBITADAS/BAIXADAS..: ".
           05  QTDE-BAIXADOS-REL     PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES3.
           05  FILLER                PIC X(31)   VALUE
               "DEBITOS REJEITADOS...........: ".
           05  QTDE-REJEITADOS-REL   PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES4.
           05  FILLER                PIC X(31)   VALUE
               "NAO ENCONTRADOS NA REMESSA...: ".
           05  QTDE-NAO-ACHADOS-REL  PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES5.
           05  FILLER                PIC X(31)   VALUE
               "PARCELA JA BAIXADA...........: ".
           05  QTDE-JA-PAGAS-REL     PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES6.
           05  FILLER                PIC X(31)   VALUE
               "AUTORIZACOES CANCELADAS......: ".
           05  QTDE-CANCELADAS-REL   PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES7.
           05  FILLER                PIC X(31)   VALUE
               "TOTAL CREDITADO NO CAIXA.....: ".
           05  TOTAL-RECEBIDO-REL    PIC Z(8).ZZ9,99 VALUE ZEROS.

       01  PARAMETROS-COP081V.
      *    emissao do recibo de pagamento (COD063 - ver COP081V):
      *    "99" = registro indisponivel, a baixa vale sem recibo
           05  MODO-RB               PIC X        VALUE SPACES.
           05  NR-RECIBO-RB          PIC 9(8)     VALUE ZEROS.
           05  NR-CONTRATO-RB        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-RB            PIC 9(2)     VALUE ZEROS.
           05  CURSO-RB              PIC X(4)     VALUE SPACES.
           05  TURMA-RB              PIC X(3)     VALUE SPACES.
           05  DATA-VCTO-RB          PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-RB          PIC 9(8)     VALUE ZEROS.
           05  VALOR-PARCELA-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-JUROS-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-MULTA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ABONADO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CREDITO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PAGO-RB         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-SOBRA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  FORMA-PGTO-RB         PIC 9        VALUE ZEROS.
           05  DOCUMENTO-RB          PIC X(25)    VALUE SPACES.
           05  PROGRAMA-RB           PIC X(8)     VALUE SPACES.
           05  USUARIO-RB            PIC X(5)     VALUE SPACES.
           05  MOTIVO-RB             PIC X(30)    VALUE SPACES.
           05  COP081V-RETORNO       PIC X(2)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS.
           IF   ERRO-W EQUAL 0
                PERFORM CABECALHO
                PERFORM PROCESSA-RETORNO UNTIL FIM-RETORNO-TRUE
                PERFORM IMPRIME-RESUMO
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
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD065" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD065.
           MOVE "COD066" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD066.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

           OPEN I-O COD065.
           IF   ST-COD065 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD065: " ST-COD065
                MOVE 1 TO ERRO-W.

           OPEN I-O COD066.
           IF   ST-COD066 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD066: " ST-COD066
                        " - NENHUMA REMESSA GERADA (COP084)?"
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "ARQUIVO DE RETORNO DO BANCO..........: "
               WITH NO ADVANCING.
           ACCEPT PATH-RETORNO-W.
           DISPLAY "CONTA DE CAIXA/BANCO DO CREDITO......: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           DISPLAY "TIPO LCTO DO CREDITO (50-99).........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-CREDITO-PARM.
           DISPLAY "CONTA REDUZIDA DO CREDITO............: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-CREDITO-PARM.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           OPEN INPUT RETORNO.
           IF   ST-RETORNO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO DE RETORNO: "
                        ST-RETORNO
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.

      *    o primeiro registro tem de ser o header A de retorno; dele
      *    sai o banco para casar os registros F com o COD066
           READ RETORNO
               AT END
                   DISPLAY "ARQUIVO DE RETORNO VAZIO."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-PARAMETROS-EXIT.
           IF   CODIGO-REGISTRO-RET NOT EQUAL "A"
           OR   CODIGO-REMESSA-A NOT EQUAL 2
                DISPLAY "ARQUIVO NAO E RETORNO FEBRABAN 150 (HEADER A"
                        " COM CODIGO 2)."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.
           MOVE CODBAN-A TO CODBAN-W CODBAN-CAB-REL.
           MOVE NSA-A    TO NSA-CAB-REL.
           OPEN OUTPUT RELAT.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCESSA-RETORNO - B de exclusao inativa a autorizacao; F
      *    casa com o COD066 pelo banco + NSA/contrato/parcela do uso
      *    da empresa e baixa (00/31) ou rejeita a parcela.
      *----------------------------------------------------------------
       PROCESSA-RETORNO SECTION.
           READ RETORNO
               AT END
                   MOVE 1 TO FIM-RETORNO
                   GO TO PROCESSA-RETORNO-EXIT.
           IF   CODIGO-REGISTRO-RET EQUAL "B"
                PERFORM TRATA-OPTANTE
                GO TO PROCESSA-RETORNO-EXIT.
           IF   CODIGO-REGISTRO-RET EQUAL "Z"
                MOVE 1 TO FIM-RETORNO
                GO TO PROCESSA-RETORNO-EXIT.
           IF   CODIGO-REGISTRO-RET NOT EQUAL "F"
                GO TO PROCESSA-RETORNO-EXIT.
           ADD 1 TO QTDE-LIDOS-W.

           MOVE CODBAN-W       TO CODBAN-CO66.
           MOVE NSA-USO-F      TO NSA-CO66.
           MOVE CONTRATO-USO-F TO NR-CONTRATO-CO66.
           MOVE PARCELA-USO-F  TO PARCELA-CO66.
           READ COD066
               INVALID KEY
                   ADD 1 TO QTDE-NAO-ACHADOS-W
                   MOVE "DEBITO NAO ENCONTRADO NO COD066"
                                  TO OCORRENCIA-REL
                   PERFORM IMPRIME-LINHA
                   GO TO PROCESSA-RETORNO-EXIT
           END-READ.

           IF   SITUACAO-CO66 NOT EQUAL 0
                ADD 1 TO QTDE-NAO-ACHADOS-W
                MOVE "RETORNO JA PROCESSADO" TO OCORRENCIA-REL
                PERFORM IMPRIME-LINHA
                GO TO PROCESSA-RETORNO-EXIT.

           MOVE CODIGO-RETORNO-F TO CODIGO-RETORNO-CO66.
           MOVE DATA-HOJE-W      TO DATA-RETORNO-CO66.
           IF   CODIGO-RETORNO-F EQUAL "00" OR CODIGO-RETORNO-F
                                                          EQUAL "31"
                PERFORM BAIXA-PARCELA
           ELSE
                PERFORM REJEITA-DEBITO.

           REWRITE REG-COD066
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD066: " ST-COD066
           END-REWRITE.

       PROCESSA-RETORNO-EXIT. EXIT.

       BAIXA-PARCELA SECTION.
           MOVE 1             TO SITUACAO-CO66.
           MOVE DATA-DEBITO-F TO DATA-DEBITO-CO66.

           MOVE NR-CONTRATO-CO66 TO NR-CONTRATO-CO44.
           MOVE PARCELA-CO66     TO PARCELA-CO44.
           READ COD044
               INVALID KEY
                   ADD 1 TO QTDE-NAO-ACHADOS-W
                   MOVE "DEBITADA - PARCELA NAO ENCONTRADA"
                                  TO OCORRENCIA-REL
                   PERFORM IMPRIME-LINHA
                   GO TO BAIXA-PARCELA-EXIT
           END-READ.

           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                ADD 1 TO QTDE-JA-PAGAS-W
                MOVE "DEBITADA - PARCELA JA BAIXADA" TO OCORRENCIA-REL
                PERFORM IMPRIME-LINHA
                GO TO BAIXA-PARCELA-EXIT.

           MOVE VALOR-DEBITADO-F TO VALOR-DEBITADO-W.
           MOVE DATA-DEBITO-F    TO DATA-PGTO-CO44.
           MOVE VALOR-DEBITADO-W TO VALOR-PAGO-CO44.
           REWRITE REG-COD044
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD044: " ST-COD044
                   GO TO BAIXA-PARCELA-EXIT
           END-REWRITE.
           PERFORM GRAVA-LOG-BAIXA.
           PERFORM LANCA-CREDITO-DEBITO.
           PERFORM NUMERA-RECIBO.
           ADD 1                TO QTDE-BAIXADOS-W.
           ADD VALOR-DEBITADO-W TO TOTAL-RECEBIDO-W.
           MOVE SPACES TO OCORRENCIA-REL.
           IF   COP081V-RETORNO EQUAL "00"
                STRING "BAIXADA - RECIBO " NR-RECIBO-RB
                       DELIMITED BY SIZE INTO OCORRENCIA-REL
           ELSE
                MOVE "BAIXADA - SEM RECIBO" TO OCORRENCIA-REL.
           PERFORM IMPRIME-LINHA.

       BAIXA-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REJEITA-DEBITO - codigos de retorno FEBRABAN mais comuns;
      *    o resto sai pelo codigo. O 30 (cliente sem autorizacao no
      *    banco) tambem inativa a autorizacao do contrato.
      *----------------------------------------------------------------
       REJEITA-DEBITO SECTION.
           MOVE 2 TO SITUACAO-CO66.
           ADD  1 TO QTDE-REJEITADOS-W.
           EVALUATE CODIGO-RETORNO-F
               WHEN "01" MOVE "INSUFICIENCIA DE FUNDOS"    TO MOTIVO-W
               WHEN "02" MOVE "CONTA NAO CADASTRADA"       TO MOTIVO-W
               WHEN "04" MOVE "OUTRAS RESTRICOES"          TO MOTIVO-W
               WHEN "05" MOVE "VALOR EXCEDE O LIMITE"      TO MOTIVO-W
               WHEN "10" MOVE "AGENCIA EM ENCERRAMENTO"    TO MOTIVO-W
               WHEN "12" MOVE "VALOR INVALIDO"             TO MOTIVO-W
               WHEN "13" MOVE "DATA DE LANCAMENTO INVALIDA" TO MOTIVO-W
               WHEN "14" MOVE "AGENCIA INVALIDA"           TO MOTIVO-W
               WHEN "15" MOVE "CONTA INVALIDA"             TO MOTIVO-W
               WHEN "18" MOVE "DATA ANTERIOR AO PROCESSAMENTO"
                                                           TO MOTIVO-W
               WHEN "30" MOVE "SEM CONTRATO DE DEBITO"     TO MOTIVO-W
               WHEN "96" MOVE "MANUTENCAO DO CADASTRO"     TO MOTIVO-W
               WHEN "97" MOVE "CANCELAMENTO NAO ENCONTRADO" TO MOTIVO-W
               WHEN "98" MOVE "CANCELAMENTO NAO EFETUADO"  TO MOTIVO-W
               WHEN "99" MOVE "CANCELAMENTO EFETUADO"      TO MOTIVO-W
               WHEN OTHER
                    MOVE SPACES TO MOTIVO-W
                    STRING "REJEITADO - CODIGO " CODIGO-RETORNO-F
                           DELIMITED BY SIZE INTO MOTIVO-W
           END-EVALUATE.
           MOVE SPACES   TO OCORRENCIA-REL.
           MOVE MOTIVO-W TO OCORRENCIA-REL.
           PERFORM IMPRIME-LINHA.

           IF   CODIGO-RETORNO-F EQUAL "30"
                MOVE NR-CONTRATO-CO66 TO NR-CONTRATO-CO65
                MOVE SEQ-AUTORIZ-CO66 TO SEQ-CO65
                PERFORM CANCELA-AUTORIZACAO.

      *----------------------------------------------------------------
      *    TRATA-OPTANTE - registro B: so a exclusao (movimento 1)
      *    mexe no COD065; a inclusao pelo banco nao cria autorizacao,
      *    que e cadastrada pela escola no COP083.
      *----------------------------------------------------------------
       TRATA-OPTANTE SECTION.
           IF   CODIGO-MOVIMENTO-B NOT EQUAL 1
                GO TO TRATA-OPTANTE-EXIT.
           IF   CONTRATO-B NOT NUMERIC OR SEQ-AUTORIZ-B NOT NUMERIC
                GO TO TRATA-OPTANTE-EXIT.
           MOVE CONTRATO-B    TO NR-CONTRATO-CO65.
           MOVE SEQ-AUTORIZ-B TO SEQ-CO65.
           PERFORM CANCELA-AUTORIZACAO.

       TRATA-OPTANTE-EXIT. EXIT.

       CANCELA-AUTORIZACAO SECTION.
           READ COD065
               INVALID KEY
                   GO TO CANCELA-AUTORIZACAO-EXIT
           END-READ.
           IF   SITUACAO-CO65 NOT EQUAL 0
                GO TO CANCELA-AUTORIZACAO-EXIT.
           MOVE 2                      TO SITUACAO-CO65.
           MOVE DATA-HOJE-W            TO DATA-CANCEL-CO65.
           MOVE "CANCELADA PELO BANCO" TO MOTIVO-CANCEL-CO65.
           MOVE USUARIO-PARM           TO USUARIO-CO65.
           REWRITE REG-COD065
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD065: " ST-COD065
                   GO TO CANCELA-AUTORIZACAO-EXIT
           END-REWRITE.
           ADD 1 TO QTDE-CANCELADAS-W.
           PERFORM GRAVA-LOG-CANCELAMENTO.

       CANCELA-AUTORIZACAO-EXIT. EXIT.

       LANCA-CREDITO-DEBITO SECTION.
           MOVE DATA-DEBITO-F     TO DATA-MOV-CX100.
           MOVE 1                 TO SEQ-CX100.
           MOVE TIPO-CREDITO-PARM TO TIPO-LCTO-CX100.
           MOVE SPACES            TO HISTORICO-CX100.
           STRING "DEB.AUT CTR " NR-CONTRATO-CO44 "/" PARCELA-CO44
                  DELIMITED BY SIZE INTO HISTORICO-CX100.
           MOVE SPACES            TO DOCUMENTO-CX100.
           STRING "NSA" NSA-CO66 DELIMITED BY SIZE
                  INTO DOCUMENTO-CX100.
           MOVE VALOR-DEBITADO-W  TO VALOR-CX100.
           MOVE ZEROS             TO CONTAPART-CX100.
           MOVE REDUZ-CREDITO-PARM TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM  TO CONTA-CAIXA-CX100.
           MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100.

       LANCA-CREDITO-DEBITO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    NUMERA-RECIBO - recibo do debito no COD063, so numerado
      *    (a via sai pelo COP081), forma 7 - debito automatico.
      *----------------------------------------------------------------
       NUMERA-RECIBO SECTION.
           MOVE "N"              TO MODO-RB.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-RB.
           MOVE PARCELA-CO44     TO PARCELA-RB.
           MOVE CURSO-CO44       TO CURSO-RB.
           MOVE TURMA-CO44       TO TURMA-RB.
           MOVE DATA-VCTO-CO44   TO DATA-VCTO-RB.
           MOVE DATA-PGTO-CO44   TO DATA-PGTO-RB.
           MOVE VALOR-CO44       TO VALOR-PARCELA-RB.
           MOVE ZEROS            TO VALOR-JUROS-RB VALOR-MULTA-RB
                                    VALOR-ABONADO-RB VALOR-CREDITO-RB
                                    VALOR-SOBRA-RB.
           MOVE VALOR-PAGO-CO44  TO VALOR-PAGO-RB.
           MOVE 7                TO FORMA-PGTO-RB.
           MOVE SPACES           TO DOCUMENTO-RB.
           STRING "BANCO " CODBAN-CO66 " NSA " NSA-CO66
                  DELIMITED BY SIZE INTO DOCUMENTO-RB.
           MOVE "COP085"         TO PROGRAMA-RB.
           MOVE USUARIO-PARM     TO USUARIO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.

       NUMERA-RECIBO-EXIT. EXIT.

       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

       IMPRIME-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE "F"              TO TIPO-REG-REL.
           MOVE CONTRATO-USO-F   TO CONTRATO-REL.
           MOVE PARCELA-USO-F    TO PARCELA-REL.
           MOVE NSA-USO-F        TO NSA-REL.
           MOVE DATA-DEBITO-F(7:2) TO DATA-DEBITO-REL(1:2).
           MOVE DATA-DEBITO-F(5:2) TO DATA-DEBITO-REL(4:2).
           MOVE DATA-DEBITO-F(1:4) TO DATA-DEBITO-REL(7:4).
           MOVE VALOR-DEBITADO-F TO VALOR-REL.
           MOVE CODIGO-RETORNO-F TO CODIGO-RETORNO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

      *----------------------------------------------------------------
      *    GRAVA-LOG-BAIXA - trilha em LOG003 nos moldes do COP048.
      *----------------------------------------------------------------
       GRAVA-LOG-BAIXA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "BAIXA-DEBAUT"     TO LOG3-OPERACAO.
           MOVE "COD044"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-CONTRATO-CO44   TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CO44       TO LOG3-CHAVE-REG(7:2).
           MOVE "DATA-PGTO-CO44"   TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE DATA-PGTO-CO44     TO LOG3-VALOR-ATUAL(1:8).
           MOVE VALOR-PAGO-CO44    TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ATUAL(10:13).
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-LOG-CANCELAMENTO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CANC-DEBAUT"      TO LOG3-OPERACAO.
           MOVE "COD065"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-CONTRATO-CO65   TO LOG3-CHAVE-REG(1:6).
           MOVE SEQ-CO65           TO LOG3-CHAVE-REG(7:2).
           MOVE "SITUACAO-CO65"    TO LOG3-CAMPO.
           MOVE "0"                TO LOG3-VALOR-ANTERIOR.
           MOVE SPACES             TO LOG3-VALOR-ATUAL.
           MOVE "2 CANCELADA PELO BANCO" TO LOG3-VALOR-ATUAL.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       IMPRIME-RESUMO SECTION.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE QTDE-LIDOS-W       TO QTDE-LIDOS-REL.
           WRITE REG-RELAT FROM LINRES1 AFTER 2.
           MOVE QTDE-BAIXADOS-W    TO QTDE-BAIXADOS-REL.
           WRITE REG-RELAT FROM LINRES2.
           MOVE QTDE-REJEITADOS-W  TO QTDE-REJEITADOS-REL.
           WRITE REG-RELAT FROM LINRES3.
           MOVE QTDE-NAO-ACHADOS-W TO QTDE-NAO-ACHADOS-REL.
           WRITE REG-RELAT FROM LINRES4.
           MOVE QTDE-JA-PAGAS-W    TO QTDE-JA-PAGAS-REL.
           WRITE REG-RELAT FROM LINRES5.
           MOVE QTDE-CANCELADAS-W  TO QTDE-CANCELADAS-REL.
           WRITE REG-RELAT FROM LINRES6.
           MOVE TOTAL-RECEBIDO-W   TO TOTAL-RECEBIDO-REL.
           WRITE REG-RELAT FROM LINRES7.

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

       FECHA-ARQUIVOS SECTION.
           CLOSE COD044 COD065 COD066 CXD100 LOG003 RETORNO RELAT.

       END PROGRAM COP085.
