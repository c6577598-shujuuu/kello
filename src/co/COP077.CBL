       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP077.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: APURACAO MENSAL DA PROVISAO PARA DEVEDORES DUVIDOSOS
      *        (PDD). NO ULTIMO DIA DO MES PEDIDO, CADA PARCELA DO
      *        COD044 VENCIDA E NAO RECEBIDA (FORA AS RENEGOCIADAS)
      *        RECEBE O PERCENTUAL DA TABELA COD059 PELA FAIXA DE DIAS
      *        DE ATRASO - OU O DA LINHA 9999 (100% SEM ELA) QUANDO TEM
      *        PROTESTO/NEGATIVACAO EM ABERTO NO COD050. A PROVISAO E
      *        SOMADA POR CONTRATO E GRAVADA NO COD060; CONTRATO
      *        CANCELADO NO COD047 ATE O FIM DO MES SAI DA PROVISAO
      *        (A QUEDA CONTA COMO BAIXA). SO A VARIACAO CONTRA A
      *        APURACAO ANTERIOR E LANCADA NO CXD100, COMO LANCAMENTO
      *        SEM CAIXA (TIPO 98 AUMENTO, 48 REVERSAO) NA CONTA
      *        REDUZIDA INFORMADA. O RELATORIO POR CURSO/TURMA MOSTRA
      *        A PROVISAO ANTERIOR, ADICOES, REVERSOES POR PAGAMENTO,
      *        BAIXAS E A PROVISAO ATUAL. REAPURAR O MES DESFAZ A
      *        APURACAO E O LANCAMENTO ANTERIORES DELE; MES COM
      *        APURACAO POSTERIOR OU FECHADO NO CTD001 (CTP001) E
      *        RECUSADO. SEGUE A CONVENCAO DE SIMULACAO DO GAPWCNV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX044.

           COPY COPX047.

           COPY COPX050.

           COPY COPX059.

           COPY COPX060.

           COPY CXPX100.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW044.

           COPY COPW047.

           COPY COPW050.

           COPY COPW059.

           COPY COPW060.

           COPY CXPW100.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD047             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD059             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  SEM-COD047-W          PIC 9        VALUE ZEROS.
           05  SEM-COD050-W          PIC 9        VALUE ZEROS.
           05  SEM-COD059-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD044            PIC 9        VALUE ZEROS.
              88  FIM-COD044-TRUE       VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
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
           05  CONTA-PDD-PARM        PIC 9(5)     VALUE ZEROS.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  MESANO-PARM-R REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  DATA-FIM-MES-W        PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
      *    apuracoes ja gravadas no COD060 em volta do mes pedido
           05  MESANO-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  MESANO-BUSCA-W        PIC 9(6)     VALUE ZEROS.
           05  MESANO-BUSCA-R REDEFINES MESANO-BUSCA-W.
               10  ANO-BUSCA-W       PIC 9(4).
               10  MES-BUSCA-W       PIC 9(2).
           05  MES-JA-APURADO-W      PIC 9        VALUE ZEROS.
           05  MES-POSTERIOR-W       PIC 9        VALUE ZEROS.
           05  DATA-CX100-ANT-W      PIC 9(8)     VALUE ZEROS.
           05  SEQ-CX100-ANT-W       PIC 9(6)     VALUE ZEROS.
      *    contrato em acumulacao (COD044 vem na ordem da chave)
           05  CONTRATO-ATUAL-W      PIC 9(6)     VALUE ZEROS.
           05  CURSO-ATUAL-W         PIC X(4)     VALUE SPACES.
           05  TURMA-ATUAL-W         PIC X(3)     VALUE SPACES.
           05  SALDO-CONTR-W         PIC 9(9)V99  VALUE ZEROS.
           05  PROV-CONTR-W          PIC 9(9)V99  VALUE ZEROS.
           05  ANTERIOR-CONTR-W      PIC 9(9)V99  VALUE ZEROS.
           05  MOTIVO-CONTR-W        PIC 9        VALUE ZEROS.
           05  PERC-PARCELA-W        PIC 9(3)V99  VALUE ZEROS.
           05  PROV-PARCELA-W        PIC 9(9)V99  VALUE ZEROS.
           05  PERC-COBRANCA-W       PIC 9(3)V99  VALUE 100.
           05  CONTRATO-BUSCA-W      PIC 9(6)     VALUE ZEROS.
           05  TEM-PARCELA-W         PIC 9        VALUE ZEROS.
      *    totais do mes
           05  TOTAL-SALDO-W         PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-ATUAL-W         PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-ANTERIOR-W      PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-ADICAO-W        PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-REVERSAO-W      PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-BAIXA-W         PIC 9(11)V99 VALUE ZEROS.
           05  VARIACAO-W            PIC S9(11)V99 VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  OVERFLOW-TURMA-W      PIC 9        VALUE ZEROS.
           05  QTDE-TURMA-W          PIC 9(3)     VALUE ZEROS.
           05  QTDE-FAIXA-W          PIC 9(3)     VALUE ZEROS.
      *    DECREMENTA-UM-DIA / DETERMINA-ULTIMO-DIA-MES (do COP049)
           05  ANO-CORTE-W           PIC 9(4)     VALUE ZEROS.
           05  MES-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  DIA-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  DIAS-DECREMENTO-W     PIC 9(4)     VALUE ZEROS.
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           COPY "PARAMETR".

      *    faixas do COD059 em ordem de dias, com a data de corte de
      *    cada uma contada para tras a partir do fim do mes
       01  TAB-FAIXA.
           05  FAIXA-OCR OCCURS 50 TIMES INDEXED BY FAIXA-IDX.
               10  DIAS-TAB          PIC 9(4).
               10  PERC-TAB          PIC 9(3)V99.
               10  CORTE-TAB         PIC 9(8).

       01  TAB-TURMA.
           05  TURMA-OCR OCCURS 200 TIMES INDEXED BY TURMA-IDX.
               10  CURSO-TAB         PIC X(4).
               10  TURMA-TAB         PIC X(3).
               10  ANTERIOR-TAB      PIC 9(9)V99.
               10  ADICAO-TAB        PIC 9(9)V99.
               10  REVERSAO-TAB      PIC 9(9)V99.
               10  BAIXA-TAB         PIC 9(9)V99.
               10  ATUAL-TAB         PIC 9(9)V99.

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
      *    fechado recusa a apuracao; "99" = controle ainda nao
      *    implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

           COPY GAPWCNV.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(41)   VALUE
           "PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) -".
           05  FILLER                PIC X       VALUE SPACES.
           05  MES-CAB-REL           PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-CAB-REL           PIC 9999    VALUE ZEROS.
           05  SIMULA-CAB-REL        PIC X(41)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(10)   VALUE "CURSO TURM".
           05  FILLER                PIC X(16)   VALUE
           "        ANTERIOR".
           05  FILLER                PIC X(16)   VALUE
           "        ADICOES".
           05  FILLER                PIC X(16)   VALUE
           "  REVERSOES PGTO".
           05  FILLER                PIC X(16)   VALUE
           "  BAIXAS/CANCEL.".
           05  FILLER                PIC X(16)   VALUE
           "           ATUAL".

       01  LINDET.
           05  CURSO-REL             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  TURMA-REL             PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ANTERIOR-REL          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  ADICAO-REL            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  REVERSAO-REL          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  BAIXA-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  ATUAL-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINVAR.
           05  DESC-VAR-REL          PIC X(40)   VALUE SPACES.
           05  VALOR-VAR-REL         PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CARREGA-FAIXAS
                PERFORM PREPARA-MES
                PERFORM APURA-COD044 UNTIL FIM-COD044-TRUE
                PERFORM CONTRATOS-SEM-PARCELA
                PERFORM GRAVA-CONTROLE-MES
                PERFORM IMPRIME-RELATORIO
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
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD047" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD047.
           MOVE "COD050" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD050.
           MOVE "COD059" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD059.
           MOVE "COD060" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD060.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           CLOSE CONTROLE.

           OPEN INPUT COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

      *    sem cancelamentos, cobranca ou tabela a apuracao segue sem
      *    a regra correspondente
           OPEN INPUT COD047.
           IF   ST-COD047 NOT EQUAL "00"
                MOVE 1 TO SEM-COD047-W.
           OPEN INPUT COD050.
           IF   ST-COD050 NOT EQUAL "00"
                MOVE 1 TO SEM-COD050-W.
           OPEN INPUT COD059.
           IF   ST-COD059 NOT EQUAL "00"
                MOVE 1 TO SEM-COD059-W.

           OPEN I-O COD060.
           IF   ST-COD060 EQUAL "35"
                CLOSE COD060       OPEN OUTPUT COD060
                CLOSE COD060       OPEN I-O COD060.
           IF   ST-COD060 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD060: " ST-COD060
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
           MOVE "COP077" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                STOP RUN.
           DISPLAY "MES/ANO DA APURACAO (AAAAMM)...........: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   MES-PARM LESS 1 OR MES-PARM GREATER 12
                DISPLAY "MES INVALIDO."
                STOP RUN.
           DISPLAY "CONTA REDUZIDA DA DESPESA COM PDD......: "
               WITH NO ADVANCING.
           ACCEPT CONTA-PDD-PARM.
           DISPLAY "SOMENTE SIMULAR, SEM GRAVAR (S/N)......: "
               WITH NO ADVANCING.
           ACCEPT RESP-MODO-GA.
           IF   RESP-MODO-GA EQUAL "S" OR RESP-MODO-GA EQUAL "s"
                MOVE 1 TO MODO-CONVERSAO-GA
                MOVE " (SIMULACAO - NADA GRAVADO)" TO SIMULA-CAB-REL
           ELSE
                MOVE 0 TO MODO-CONVERSAO-GA
           END-IF.
           MOVE MES-PARM TO MES-CAB-REL.
           MOVE ANO-PARM TO ANO-CAB-REL.

           MOVE ANO-PARM TO ANO-CORTE-W.
           MOVE MES-PARM TO MES-CORTE-W.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           COMPUTE DATA-FIM-MES-W = MESANO-PARM * 100
                                  + ULTIMO-DIA-MES-W.
           MOVE DATA-FIM-MES-W TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "MES " MES-PARM "/" ANO-PARM
                        " FECHADO - APURACAO RECUSADA (VER CTP001)"
                PERFORM FECHA-ARQUIVOS
                STOP RUN.

      *----------------------------------------------------------------
      *    CARREGA-FAIXAS - le o COD059 em ordem de dias e conta as
      *    datas de corte para tras a partir do fim do mes, pelo
      *    DECREMENTA-UM-DIA do COP049 (sem FUNCTION).
      *----------------------------------------------------------------
       CARREGA-FAIXAS SECTION.
           MOVE ZEROS TO QTDE-FAIXA-W.
           MOVE 100   TO PERC-COBRANCA-W.
           IF   SEM-COD059-W EQUAL 1
                DISPLAY "AVISO: TABELA COD059 AUSENTE - SO A REGRA DE "
                        "PROTESTO/NEGATIVACAO (VER COP076)"
                GO TO CARREGA-FAIXAS-EXIT.

           MOVE DATA-FIM-MES-W(1:4) TO ANO-CORTE-W.
           MOVE DATA-FIM-MES-W(5:2) TO MES-CORTE-W.
           MOVE DATA-FIM-MES-W(7:2) TO DIA-CORTE-W.
           MOVE ZEROS TO FIM-VARREDURA-W DIAS-CO59.
           START COD059 KEY IS NOT LESS DIAS-CO59
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM CARREGA-UMA-FAIXA UNTIL FIM-VARREDURA-TRUE.

       CARREGA-FAIXAS-EXIT. EXIT.

       CARREGA-UMA-FAIXA SECTION.
           READ COD059 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO CARREGA-UMA-FAIXA-EXIT.
           IF   DIAS-CO59 EQUAL 9999
                MOVE PERCENTUAL-CO59 TO PERC-COBRANCA-W
                GO TO CARREGA-UMA-FAIXA-EXIT.
           IF   QTDE-FAIXA-W NOT LESS 50
                DISPLAY "AVISO: LIMITE DE 50 FAIXAS NO COD059 - FAIXA "
                        DIAS-CO59 " IGNORADA"
                GO TO CARREGA-UMA-FAIXA-EXIT.

           ADD 1 TO QTDE-FAIXA-W.
           SET FAIXA-IDX TO QTDE-FAIXA-W.
           MOVE DIAS-CO59       TO DIAS-TAB (FAIXA-IDX).
           MOVE PERCENTUAL-CO59 TO PERC-TAB (FAIXA-IDX).
           IF   QTDE-FAIXA-W EQUAL 1
                MOVE DIAS-CO59 TO DIAS-DECREMENTO-W
           ELSE
                COMPUTE DIAS-DECREMENTO-W = DIAS-CO59
                                          - DIAS-TAB (FAIXA-IDX - 1).
           PERFORM DECREMENTA-UM-DIA DIAS-DECREMENTO-W TIMES.
           COMPUTE CORTE-TAB (FAIXA-IDX) =
                   ANO-CORTE-W * 10000 + MES-CORTE-W * 100 +
                   DIA-CORTE-W.

       CARREGA-UMA-FAIXA-EXIT. EXIT.

       DECREMENTA-UM-DIA SECTION.
           IF   DIA-CORTE-W GREATER 1
                SUBTRACT 1 FROM DIA-CORTE-W
                GO TO DECREMENTA-UM-DIA-EXIT.

           IF   MES-CORTE-W GREATER 1
                SUBTRACT 1 FROM MES-CORTE-W
           ELSE
                MOVE 12 TO MES-CORTE-W
                SUBTRACT 1 FROM ANO-CORTE-W.

           PERFORM DETERMINA-ULTIMO-DIA-MES.
           MOVE ULTIMO-DIA-MES-W TO DIA-CORTE-W.

       DECREMENTA-UM-DIA-EXIT. EXIT.

       DETERMINA-ULTIMO-DIA-MES SECTION.
           DIVIDE ANO-CORTE-W BY 4   GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-4-W.
           DIVIDE ANO-CORTE-W BY 100 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-100-W.
           DIVIDE ANO-CORTE-W BY 400 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

           EVALUATE MES-CORTE-W
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
      *    PREPARA-MES - localiza no COD060 a ultima apuracao anterior
      *    ao mes pedido (base da variacao), recusa o mes se ja houver
      *    apuracao posterior e, em reapuracao, desfaz a do proprio mes
      *    (registros e lancamento no CXD100).
      *----------------------------------------------------------------
       PREPARA-MES SECTION.
           MOVE ZEROS TO MESANO-ANT-W MES-JA-APURADO-W MES-POSTERIOR-W
                         FIM-VARREDURA-W MESANO-BUSCA-W.
           PERFORM PROCURA-APURACAO UNTIL FIM-VARREDURA-TRUE.

           IF   MES-POSTERIOR-W EQUAL 1
                DISPLAY "JA HA APURACAO DE PDD POSTERIOR A "
                        MES-PARM "/" ANO-PARM " - APURACAO RECUSADA"
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           IF   MESANO-ANT-W EQUAL ZEROS
                DISPLAY "PRIMEIRA APURACAO - PROVISAO ANTERIOR ZERO."
           ELSE
                DISPLAY "VARIACAO CONTRA A APURACAO DE " MESANO-ANT-W.

           IF   MES-JA-APURADO-W EQUAL 1
                DISPLAY "MES JA APURADO - APURACAO ANTERIOR DESFEITA."
                IF   CONVERSAO-GRAVACAO-GA
                     PERFORM DESFAZ-APURACAO
                END-IF
           END-IF.

           MOVE ZEROS TO CHAVE-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-COD044.

      *    um START por mes: a primeira chave de cada mes apurado
       PROCURA-APURACAO SECTION.
           MOVE MESANO-BUSCA-W TO MESANO-CO60.
           MOVE ZEROS          TO NR-CONTRATO-CO60.
           START COD060 KEY IS NOT LESS CHAVE-CO60
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO PROCURA-APURACAO-EXIT.
           READ COD060 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO PROCURA-APURACAO-EXIT.

           IF   MESANO-CO60 GREATER MESANO-PARM
                MOVE 1 TO MES-POSTERIOR-W
                MOVE 1 TO FIM-VARREDURA-W
                GO TO PROCURA-APURACAO-EXIT.
           IF   MESANO-CO60 EQUAL MESANO-PARM
                MOVE 1 TO MES-JA-APURADO-W
           ELSE
                MOVE MESANO-CO60 TO MESANO-ANT-W.

           MOVE MESANO-CO60 TO MESANO-BUSCA-W.
           ADD 1 TO MES-BUSCA-W.
           IF   MES-BUSCA-W GREATER 12
                MOVE 1 TO MES-BUSCA-W
                ADD 1 TO ANO-BUSCA-W.

       PROCURA-APURACAO-EXIT. EXIT.

       DESFAZ-APURACAO SECTION.
           MOVE MESANO-PARM TO MESANO-CO60.
           MOVE ZEROS       TO NR-CONTRATO-CO60.
           READ COD060
               INVALID KEY
                   MOVE ZEROS TO DATA-CX100-CO60 SEQ-CX100-CO60
           END-READ.
           IF   DATA-CX100-CO60 NOT EQUAL ZEROS
                MOVE DATA-CX100-CO60 TO DATA-MOV-CX100
                MOVE SEQ-CX100-CO60  TO SEQ-CX100
                READ CXD100
                    INVALID KEY
                        DISPLAY "AVISO: LANCAMENTO " DATA-CX100-CO60
                                "-" SEQ-CX100-CO60
                                " DA APURACAO ANTERIOR NAO ACHADO"
                    NOT INVALID KEY
                        DELETE CXD100
                            INVALID KEY
                                DISPLAY "ERRO EXCLUSAO CXD100: "
                                        ST-CXD100
                        END-DELETE
                END-READ.

           MOVE MESANO-PARM TO MESANO-CO60.
           MOVE ZEROS       TO NR-CONTRATO-CO60 FIM-VARREDURA-W.
           START COD060 KEY IS NOT LESS CHAVE-CO60
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM APAGA-REGISTRO-MES UNTIL FIM-VARREDURA-TRUE.

       DESFAZ-APURACAO-EXIT. EXIT.

       APAGA-REGISTRO-MES SECTION.
           READ COD060 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO APAGA-REGISTRO-MES-EXIT.
           IF   MESANO-CO60 NOT EQUAL MESANO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO APAGA-REGISTRO-MES-EXIT.
           DELETE COD060
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO COD060: " ST-COD060
           END-DELETE.

       APAGA-REGISTRO-MES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-COD044 - parcela a parcela, somando por contrato; a
      *    troca de contrato fecha o anterior (FECHA-CONTRATO).
      *----------------------------------------------------------------
       APURA-COD044 SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD044
                   IF   CONTRATO-ATUAL-W NOT EQUAL ZEROS
                        PERFORM FECHA-CONTRATO
                   END-IF
                   GO TO APURA-COD044-EXIT.

           IF   NR-CONTRATO-CO44 NOT EQUAL CONTRATO-ATUAL-W
                IF   CONTRATO-ATUAL-W NOT EQUAL ZEROS
                     PERFORM FECHA-CONTRATO
                END-IF
                MOVE NR-CONTRATO-CO44 TO CONTRATO-ATUAL-W
                MOVE CURSO-CO44       TO CURSO-ATUAL-W
                MOVE TURMA-CO44       TO TURMA-ATUAL-W
                MOVE ZEROS TO SALDO-CONTR-W PROV-CONTR-W.

      *    renegociada (COP056): a divida vive no plano substituto
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO APURA-COD044-EXIT.
      *    recebida ate o fim do mes ou ainda nao vencida nele
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
           AND  DATA-PGTO-CO44 NOT GREATER DATA-FIM-MES-W
                GO TO APURA-COD044-EXIT.
           IF   DATA-VCTO-CO44 NOT LESS DATA-FIM-MES-W
                GO TO APURA-COD044-EXIT.

           ADD  VALOR-CO44 TO SALDO-CONTR-W.
           PERFORM PERCENTUAL-PARCELA.
           COMPUTE PROV-PARCELA-W ROUNDED =
                   VALOR-CO44 * PERC-PARCELA-W / 100.
           ADD  PROV-PARCELA-W TO PROV-CONTR-W.

       APURA-COD044-EXIT. EXIT.

      *    protesto/negativacao em aberto no fim do mes vale a linha
      *    9999; senao, a maior faixa de atraso atingida
       PERCENTUAL-PARCELA SECTION.
           MOVE ZEROS TO PERC-PARCELA-W.
           IF   SEM-COD050-W EQUAL 0
                MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO50
                MOVE PARCELA-CO44     TO PARCELA-CO50
                READ COD050
                    INVALID KEY
                        MOVE ZEROS TO DATA-ENVIO-CO50
                END-READ
                IF   DATA-ENVIO-CO50 NOT EQUAL ZEROS
                AND  DATA-ENVIO-CO50 NOT GREATER DATA-FIM-MES-W
                AND (SITUACAO-CO50 EQUAL 0
                     OR DATA-RETORNO-CO50 GREATER DATA-FIM-MES-W)
                     MOVE PERC-COBRANCA-W TO PERC-PARCELA-W
                     GO TO PERCENTUAL-PARCELA-EXIT
                END-IF
           END-IF.

           SET FAIXA-IDX TO 1.
           PERFORM CONFERE-FAIXA
               UNTIL FAIXA-IDX GREATER QTDE-FAIXA-W.

       PERCENTUAL-PARCELA-EXIT. EXIT.

       CONFERE-FAIXA SECTION.
           IF   DATA-VCTO-CO44 NOT GREATER CORTE-TAB (FAIXA-IDX)
                MOVE PERC-TAB (FAIXA-IDX) TO PERC-PARCELA-W.
           SET FAIXA-IDX UP BY 1.

      *----------------------------------------------------------------
      *    FECHA-CONTRATO - cancelamento no COD047 ate o fim do mes
      *    zera a provisao; compara com a apuracao anterior e grava o
      *    contrato quando ha provisao agora ou havia antes.
      *----------------------------------------------------------------
       FECHA-CONTRATO SECTION.
           MOVE ZEROS TO MOTIVO-CONTR-W.
           IF   SEM-COD047-W EQUAL 0
                MOVE CONTRATO-ATUAL-W TO NR-CONTRATO-CO47
                MOVE CURSO-ATUAL-W    TO CURSO-CO47
                MOVE TURMA-ATUAL-W    TO TURMA-CO47
                READ COD047
                    INVALID KEY
                        MOVE ZEROS TO DATA-CANCEL-CO47
                END-READ
                IF   DATA-CANCEL-CO47 NOT EQUAL ZEROS
                AND  DATA-CANCEL-CO47 NOT GREATER DATA-FIM-MES-W
                     MOVE 1 TO MOTIVO-CONTR-W
                     MOVE ZEROS TO PROV-CONTR-W
                END-IF
           END-IF.

           MOVE CONTRATO-ATUAL-W TO CONTRATO-BUSCA-W.
           PERFORM LE-ANTERIOR.
           IF   PROV-CONTR-W EQUAL ZEROS
           AND  ANTERIOR-CONTR-W EQUAL ZEROS
                GO TO FECHA-CONTRATO-EXIT.

           PERFORM GRAVA-CONTRATO.

       FECHA-CONTRATO-EXIT. EXIT.

       LE-ANTERIOR SECTION.
           MOVE ZEROS TO ANTERIOR-CONTR-W.
           IF   MESANO-ANT-W EQUAL ZEROS
                GO TO LE-ANTERIOR-EXIT.
           MOVE MESANO-ANT-W     TO MESANO-CO60.
           MOVE CONTRATO-BUSCA-W TO NR-CONTRATO-CO60.
           READ COD060
               INVALID KEY
                   GO TO LE-ANTERIOR-EXIT
           END-READ.
           MOVE VALOR-PROVISAO-CO60 TO ANTERIOR-CONTR-W.

       LE-ANTERIOR-EXIT. EXIT.

       GRAVA-CONTRATO SECTION.
           PERFORM ACUMULA-TURMA.
           ADD 1 TO QTDE-PROCESSADOS-GA.
           IF   CONVERSAO-SIMULACAO-GA
                ADD 1 TO QTDE-SIMULADOS-GA
                GO TO GRAVA-CONTRATO-EXIT.

           MOVE MESANO-PARM      TO MESANO-CO60.
           MOVE CONTRATO-ATUAL-W TO NR-CONTRATO-CO60.
           MOVE CURSO-ATUAL-W    TO CURSO-CO60.
           MOVE TURMA-ATUAL-W    TO TURMA-CO60.
           MOVE SALDO-CONTR-W    TO SALDO-VENCIDO-CO60.
           MOVE PROV-CONTR-W     TO VALOR-PROVISAO-CO60.
           MOVE ANTERIOR-CONTR-W TO VALOR-ANTERIOR-CO60.
           MOVE MOTIVO-CONTR-W   TO MOTIVO-CO60.
           MOVE MESANO-ANT-W     TO MESANO-ANTERIOR-CO60.
           MOVE ZEROS            TO DATA-CX100-CO60 SEQ-CX100-CO60.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W      TO DATA-APURACAO-CO60.
           MOVE USUARIO-PARM     TO USUARIO-CO60.
           WRITE REG-COD060
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD060: " ST-COD060
                           " CONTRATO " CONTRATO-ATUAL-W
               NOT INVALID KEY
                   ADD 1 TO QTDE-ALTERADOS-GA
           END-WRITE.

       GRAVA-CONTRATO-EXIT. EXIT.

      *    subida = adicao; queda = baixa (cancelado/sem parcelas) ou
      *    reversao por pagamento/renegociacao
       ACUMULA-TURMA SECTION.
           ADD SALDO-CONTR-W    TO TOTAL-SALDO-W.
           ADD PROV-CONTR-W     TO TOTAL-ATUAL-W.
           ADD ANTERIOR-CONTR-W TO TOTAL-ANTERIOR-W.
           PERFORM ACHA-TURMA.
           IF   OVERFLOW-TURMA-W EQUAL 1
                MOVE 0 TO OVERFLOW-TURMA-W
                GO TO ACUMULA-TURMA-EXIT.
           ADD ANTERIOR-CONTR-W TO ANTERIOR-TAB (TURMA-IDX).
           ADD PROV-CONTR-W     TO ATUAL-TAB (TURMA-IDX).
           IF   PROV-CONTR-W GREATER ANTERIOR-CONTR-W
                COMPUTE ADICAO-TAB (TURMA-IDX) =
                        ADICAO-TAB (TURMA-IDX)
                      + PROV-CONTR-W - ANTERIOR-CONTR-W
                COMPUTE TOTAL-ADICAO-W = TOTAL-ADICAO-W
                      + PROV-CONTR-W - ANTERIOR-CONTR-W
                GO TO ACUMULA-TURMA-EXIT.
           IF   MOTIVO-CONTR-W EQUAL 0
                COMPUTE REVERSAO-TAB (TURMA-IDX) =
                        REVERSAO-TAB (TURMA-IDX)
                      + ANTERIOR-CONTR-W - PROV-CONTR-W
                COMPUTE TOTAL-REVERSAO-W = TOTAL-REVERSAO-W
                      + ANTERIOR-CONTR-W - PROV-CONTR-W
           ELSE
                COMPUTE BAIXA-TAB (TURMA-IDX) =
                        BAIXA-TAB (TURMA-IDX)
                      + ANTERIOR-CONTR-W - PROV-CONTR-W
                COMPUTE TOTAL-BAIXA-W = TOTAL-BAIXA-W
                      + ANTERIOR-CONTR-W - PROV-CONTR-W.

       ACUMULA-TURMA-EXIT. EXIT.

       ACHA-TURMA SECTION.
           SET TURMA-IDX TO 1.
           SEARCH TURMA-OCR
               AT END
                   IF   QTDE-TURMA-W LESS 200
                        ADD 1 TO QTDE-TURMA-W
                        SET TURMA-IDX TO QTDE-TURMA-W
                        MOVE CURSO-ATUAL-W TO CURSO-TAB (TURMA-IDX)
                        MOVE TURMA-ATUAL-W TO TURMA-TAB (TURMA-IDX)
                        MOVE ZEROS TO
                             ANTERIOR-TAB (TURMA-IDX)
                             ADICAO-TAB (TURMA-IDX)
                             REVERSAO-TAB (TURMA-IDX)
                             BAIXA-TAB (TURMA-IDX)
                             ATUAL-TAB (TURMA-IDX)
                   ELSE
                        DISPLAY "AVISO: LIMITE DE 200 TURMAS "
                                "ATINGIDO - RELATORIO INCOMPLETO"
                        MOVE 1 TO OVERFLOW-TURMA-W
                        GO TO ACHA-TURMA-EXIT
                   END-IF
               WHEN CURSO-TAB (TURMA-IDX) EQUAL CURSO-ATUAL-W
               AND  TURMA-TAB (TURMA-IDX) EQUAL TURMA-ATUAL-W
                   CONTINUE
           END-SEARCH.

       ACHA-TURMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONTRATOS-SEM-PARCELA - contrato provisionado na apuracao
      *    anterior que nao tem mais parcela no COD044 sai da provisao
      *    como baixa.
      *----------------------------------------------------------------
       CONTRATOS-SEM-PARCELA SECTION.
           IF   MESANO-ANT-W EQUAL ZEROS
                GO TO CONTRATOS-SEM-PARCELA-EXIT.
           MOVE ZEROS TO FIM-VARREDURA-W CONTRATO-BUSCA-W.
           PERFORM CONFERE-ANTERIOR UNTIL FIM-VARREDURA-TRUE.

       CONTRATOS-SEM-PARCELA-EXIT. EXIT.

       CONFERE-ANTERIOR SECTION.
           ADD  1 TO CONTRATO-BUSCA-W.
           MOVE MESANO-ANT-W     TO MESANO-CO60.
           MOVE CONTRATO-BUSCA-W TO NR-CONTRATO-CO60.
           START COD060 KEY IS NOT LESS CHAVE-CO60
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO CONFERE-ANTERIOR-EXIT.
           READ COD060 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO CONFERE-ANTERIOR-EXIT.
           IF   MESANO-CO60 NOT EQUAL MESANO-ANT-W
                MOVE 1 TO FIM-VARREDURA-W
                GO TO CONFERE-ANTERIOR-EXIT.
           MOVE NR-CONTRATO-CO60 TO CONTRATO-BUSCA-W.
           IF   VALOR-PROVISAO-CO60 EQUAL ZEROS
                GO TO CONFERE-ANTERIOR-EXIT.

           MOVE VALOR-PROVISAO-CO60 TO ANTERIOR-CONTR-W.
           MOVE CURSO-CO60          TO CURSO-ATUAL-W.
           MOVE TURMA-CO60          TO TURMA-ATUAL-W.
           MOVE CONTRATO-BUSCA-W    TO NR-CONTRATO-CO44.
           MOVE ZEROS               TO PARCELA-CO44 TEM-PARCELA-W.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COD044 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF   NR-CONTRATO-CO44 EQUAL
                                CONTRATO-BUSCA-W
                                MOVE 1 TO TEM-PARCELA-W
                           END-IF
                   END-READ
           END-START.
           IF   TEM-PARCELA-W EQUAL 1
                GO TO CONFERE-ANTERIOR-EXIT.

           MOVE CONTRATO-BUSCA-W TO CONTRATO-ATUAL-W.
           MOVE ZEROS            TO SALDO-CONTR-W PROV-CONTR-W.
           MOVE 2                TO MOTIVO-CONTR-W.
           PERFORM GRAVA-CONTRATO.

       CONFERE-ANTERIOR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-CONTROLE-MES - lanca a variacao do mes no CXD100 (sem
      *    caixa, conta 000, no ultimo dia do mes) e grava o registro
      *    de controle com os totais e a chave do lancamento.
      *----------------------------------------------------------------
       GRAVA-CONTROLE-MES SECTION.
           COMPUTE VARIACAO-W = TOTAL-ATUAL-W - TOTAL-ANTERIOR-W.
           IF   CONVERSAO-SIMULACAO-GA
                GO TO GRAVA-CONTROLE-MES-EXIT.

           MOVE ZEROS TO DATA-MOV-CX100 SEQ-CX100.
           IF   VARIACAO-W NOT EQUAL ZEROS
                PERFORM LANCA-VARIACAO
                IF   LCTO-GRAVADO-W NOT EQUAL 1
                     DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                             " - VARIACAO DA PDD NAO LANCADA"
                     MOVE ZEROS TO DATA-MOV-CX100 SEQ-CX100.

           MOVE MESANO-PARM      TO MESANO-CO60.
           MOVE ZEROS            TO NR-CONTRATO-CO60.
           MOVE SPACES           TO CURSO-CO60 TURMA-CO60.
           MOVE TOTAL-SALDO-W    TO SALDO-VENCIDO-CO60.
           MOVE TOTAL-ATUAL-W    TO VALOR-PROVISAO-CO60.
           MOVE TOTAL-ANTERIOR-W TO VALOR-ANTERIOR-CO60.
           MOVE ZEROS            TO MOTIVO-CO60.
           MOVE MESANO-ANT-W     TO MESANO-ANTERIOR-CO60.
           MOVE DATA-MOV-CX100   TO DATA-CX100-CO60.
           MOVE SEQ-CX100        TO SEQ-CX100-CO60.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W      TO DATA-APURACAO-CO60.
           MOVE USUARIO-PARM     TO USUARIO-CO60.
           WRITE REG-COD060
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD060 (CONTROLE): "
                           ST-COD060
           END-WRITE.

       GRAVA-CONTROLE-MES-EXIT. EXIT.

       LANCA-VARIACAO SECTION.
           MOVE DATA-FIM-MES-W    TO DATA-MOV-CX100.
           MOVE 1                 TO SEQ-CX100.
           MOVE SPACES            TO HISTORICO-CX100.
           IF   VARIACAO-W GREATER ZEROS
                MOVE 98 TO TIPO-LCTO-CX100
                MOVE "PROVISAO PDD"  TO HISTORICO-CX100(1:12)
                MOVE VARIACAO-W      TO VALOR-CX100
           ELSE
                MOVE 48 TO TIPO-LCTO-CX100
                MOVE "REVERSAO PDD"  TO HISTORICO-CX100(1:12)
                COMPUTE VALOR-CX100 = ZEROS - VARIACAO-W.
           MOVE MES-PARM          TO HISTORICO-CX100(14:2).
           MOVE "/"               TO HISTORICO-CX100(16:1).
           MOVE ANO-PARM          TO HISTORICO-CX100(17:4).
           MOVE SPACES            TO DOCUMENTO-CX100.
           MOVE "PDD"             TO DOCUMENTO-CX100(1:3).
           MOVE MESANO-PARM       TO DOCUMENTO-CX100(4:6).
           MOVE ZEROS             TO CONTAPART-CX100.
           MOVE CONTA-PDD-PARM    TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE ZEROS             TO CONTA-CAIXA-CX100.
           MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.

       LANCA-VARIACAO-EXIT. EXIT.

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

       IMPRIME-RELATORIO SECTION.
           PERFORM CABECALHO.
           SET TURMA-IDX TO 1.
           PERFORM IMPRIME-LINHA-TURMA
               UNTIL TURMA-IDX GREATER QTDE-TURMA-W.

           IF   LIN GREATER 50
                PERFORM CABECALHO.
           MOVE "GERAL"           TO CURSO-REL.
           MOVE SPACES            TO TURMA-REL.
           MOVE TOTAL-ANTERIOR-W  TO ANTERIOR-REL.
           MOVE TOTAL-ADICAO-W    TO ADICAO-REL.
           MOVE TOTAL-REVERSAO-W  TO REVERSAO-REL.
           MOVE TOTAL-BAIXA-W     TO BAIXA-REL.
           MOVE TOTAL-ATUAL-W     TO ATUAL-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINDET.
           MOVE "SALDO VENCIDO BASE DA PROVISAO" TO DESC-VAR-REL.
           MOVE TOTAL-SALDO-W     TO VALOR-VAR-REL.
           WRITE REG-RELAT FROM LINVAR AFTER 2.
           MOVE "VARIACAO LANCADA NO CXD100"     TO DESC-VAR-REL.
           MOVE VARIACAO-W        TO VALOR-VAR-REL.
           WRITE REG-RELAT FROM LINVAR.

       IMPRIME-LINHA-TURMA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CURSO-TAB (TURMA-IDX)    TO CURSO-REL.
           MOVE TURMA-TAB (TURMA-IDX)    TO TURMA-REL.
           MOVE ANTERIOR-TAB (TURMA-IDX) TO ANTERIOR-REL.
           MOVE ADICAO-TAB (TURMA-IDX)   TO ADICAO-REL.
           MOVE REVERSAO-TAB (TURMA-IDX) TO REVERSAO-REL.
           MOVE BAIXA-TAB (TURMA-IDX)    TO BAIXA-REL.
           MOVE ATUAL-TAB (TURMA-IDX)    TO ATUAL-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.
           SET TURMA-IDX UP BY 1.

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
           DISPLAY "APURACAO DA PDD CONCLUIDA.".
           DISPLAY "CONTRATOS COM PROVISAO (AGORA/ANTES).: "
                   QTDE-PROCESSADOS-GA.
           IF   CONVERSAO-SIMULACAO-GA
                DISPLAY "CONTRATOS QUE SERIAM GRAVADOS........: "
                        QTDE-SIMULADOS-GA
           ELSE
                DISPLAY "CONTRATOS GRAVADOS EM COD060.........: "
                        QTDE-ALTERADOS-GA.
           MOVE VARIACAO-W TO VALOR-VAR-REL.
           DISPLAY "VARIACAO DA PROVISAO NO MES..........: "
                   VALOR-VAR-REL.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD044 COD060 CXD100 RELAT.
           IF   SEM-COD047-W EQUAL 0
                CLOSE COD047.
           IF   SEM-COD050-W EQUAL 0
                CLOSE COD050.
           IF   SEM-COD059-W EQUAL 0
                CLOSE COD059.

       END PROGRAM COP077.
