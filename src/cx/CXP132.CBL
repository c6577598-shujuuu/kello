       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP132.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CHARGEBACKS (CONTESTACOES) DE VENDAS EM CARTAO (CXD118)
      *        CONTRA AS PARCELAS DE CARTAO DO CXD106. ENTRAM PELO
      *        EXTRATO DE CHARGEBACK DA ADQUIRENTE (ARQUIVO PLANO,
      *        LAYOUT NSU X(12) + PARCELA 9(2) + DATA DO DEBITO 9(8) +
      *        VALOR 9(11)V99 + MOTIVO X(4) + DESCRICAO DO MOTIVO
      *        X(30)) OU INFORMADOS A MAO. O CHARGEBACK DE PARCELA JA
      *        LIQUIDADA LANCA O DEBITO DO ESTORNO NO CXD100 (A
      *        ADQUIRENTE DESCONTOU DO REPASSE); O DE PARCELA AINDA NAO
      *        CREDITADA SO MARCA A VENDA COMO ESTORNADA. A PARCELA DO
      *        COD044 PAGA PELA VENDA E REABERTA E OS RECIBOS DO CARTAO
      *        (BALCAO FORMA 3 E CXP116 DO MESMO NSU) SAO CANCELADOS NO
      *        COD063, PARA A PARCELA PODER SER COBRADA DE NOVO. A
      *        DISPUTA SEGUE ATE O RESULTADO: DEFESA ENVIADA, GANHO (O
      *        VALOR RECUPERADO VOLTA AO CXD100 E, SE A PARCELA AINDA
      *        ESTA ABERTA, ELA E BAIXADA COM RECIBO NOVO) OU PERDIDO.
      *        RELATORIO MENSAL POR MOTIVO EM CXP133. TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX100.

           COPY CXPX106.

           COPY CXPX118.

           COPY COPX044.

           COPY COPX063.

           COPY LOGX003.

           SELECT EXTRATO ASSIGN TO PATH-EXTRATO-W
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-EXTRATO.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW100.

           COPY CXPW106.

           COPY CXPW118.

           COPY COPW044.

           COPY COPW063.

           COPY LOGW003.

       FD  EXTRATO
           LABEL RECORD IS OMITTED.
       01  REG-EXTRATO.
           05  NSU-IMP               PIC X(12).
           05  PARCELA-IMP           PIC 9(2).
           05  DATA-CHARGEBACK-IMP   PIC 9(8).
           05  VALOR-CHARGEBACK-IMP  PIC 9(11)V99.
           05  MOTIVO-IMP            PIC X(4).
           05  DESC-MOTIVO-IMP       PIC X(30).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(100).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD106             PIC XX       VALUE SPACES.
           05  ST-CXD118             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD063             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-EXTRATO            PIC XX       VALUE SPACES.
           05  SEM-COD044-W          PIC 9        VALUE ZEROS.
      *    SEM-COD044-W = 1 sem parcelas de contrato (status 35): so
      *    vendas de pedido, nada a reabrir
           05  SEM-COD063-W          PIC 9        VALUE ZEROS.
      *    SEM-COD063-W = 1 sem registro de recibos (status 35): nada
      *    a cancelar
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-EXTRATO           PIC 9        VALUE ZEROS.
              88  FIM-EXTRATO-TRUE      VALUE 1.
           05  FIM-BUSCA-W           PIC 9        VALUE ZEROS.
           05  ENCONTRADA-W          PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  PATH-EXTRATO-W        PIC X(60)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CHARGEBACK-PARM       PIC 9(6)     VALUE ZEROS.
           05  NSU-PARM              PIC X(12)    VALUE SPACES.
           05  PARCELA-PARM          PIC 9(2)     VALUE ZEROS.
           05  DATA-CHARGEBACK-PARM  PIC 9(8)     VALUE ZEROS.
           05  VALOR-CHARGEBACK-PARM PIC 9(8)V99  VALUE ZEROS.
           05  MOTIVO-PARM           PIC X(4)     VALUE SPACES.
           05  DESC-MOTIVO-PARM      PIC X(30)    VALUE SPACES.
           05  ORIGEM-PARM           PIC X        VALUE SPACES.
           05  CONTA-CAIXA-PARM      PIC 9(3)     VALUE ZEROS.
           05  TIPO-DEBITO-PARM      PIC 9(2)     VALUE ZEROS.
           05  TIPO-CREDITO-PARM     PIC 9(2)     VALUE ZEROS.
           05  REDUZ-PARM            PIC 9(5)     VALUE ZEROS.
           05  DATA-DECISAO-PARM     PIC 9(8)     VALUE ZEROS.
           05  VALOR-RECUPERADO-PARM PIC 9(8)V99  VALUE ZEROS.
           05  OCORRENCIA-W          PIC X(30)    VALUE SPACES.
           05  QTDE-LIDAS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-REGISTRADOS-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEM-VENDA-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-REPETIDOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-FECHADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-REABERTAS-W      PIC 9(6)     VALUE ZEROS.
           05  TOTAL-DEBITADO-W      PIC 9(11)V99 VALUE ZEROS.
           05  DATA-LCTO-W           PIC 9(8)     VALUE ZEROS.
           05  TIPO-LCTO-W           PIC 9(2)     VALUE ZEROS.
           05  VALOR-LCTO-W          PIC 9(8)V99  VALUE ZEROS.
           05  HISTORICO-LCTO-W      PIC X(30)    VALUE SPACES.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  ARQUIVO-LOG-W         PIC X(8)     VALUE SPACES.
           05  CHAVE-LOG-W           PIC X(20)    VALUE SPACES.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  RECUP-EXIBE-W         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  DOCUMENTO-CBK-W.
               10  FILLER            PIC X(3)     VALUE "CBK".
               10  NR-DOCUMENTO-CBK-W PIC 9(6)    VALUE ZEROS.
           05  NSU-RECIBO-W.
               10  FILLER            PIC X(3)     VALUE "NSU".
               10  NSU-NSU-RECIBO-W  PIC X(12)    VALUE SPACES.
           05  QTDE-CANCELAR-W       PIC 9(2)     VALUE ZEROS.
           05  IND-W                 PIC 9(2)     VALUE ZEROS.
           05  TAB-CANCELAR.
               10  RECIBO-CANCELAR-TAB PIC 9(8) OCCURS 20 TIMES.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): a assinatura do LOG003 so vale depois de
      *    conferida; "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    movimento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-COP081V.
      *    emissao/cancelamento do recibo de pagamento (COD063 - ver
      *    COP081V): "99" = registro indisponivel, segue sem recibo
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

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(100)  VALUE
           "CHARGEBACKS DE CARTAO - EXTRATO DA ADQUIRENTE".
       01  CAB03.
           05  FILLER                PIC X(100)  VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(100)  VALUE
           "NSU          PARC DATA DEBITO        VALOR MOTV OCORRENCIA".

       01  LINDET.
           05  NSU-REL               PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PARCELA-REL           PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MOTIVO-REL            PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OCORRENCIA-REL        PIC X(30)   VALUE SPACES.

       01  LINRES1.
           05  FILLER                PIC X(31)   VALUE
               "LINHAS LIDAS.................: ".
           05  QTDE-LIDAS-REL        PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES2.
           05  FILLER                PIC X(31)   VALUE
               "CHARGEBACKS REGISTRADOS......: ".
           05  QTDE-REGISTRADOS-REL  PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES3.
           05  FILLER                PIC X(31)   VALUE
               "SEM VENDA REGISTRADA.........: ".
           05  QTDE-SEM-VENDA-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES4.
           05  FILLER                PIC X(31)   VALUE
               "JA REGISTRADOS (REPETICAO)...: ".
           05  QTDE-REPETIDOS-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES5.
           05  FILLER                PIC X(31)   VALUE
               "DATA EM PERIODO FECHADO......: ".
           05  QTDE-FECHADOS-REL     PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES6.
           05  FILLER                PIC X(31)   VALUE
               "PARCELAS DO COD044 REABERTAS.: ".
           05  QTDE-REABERTAS-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES7.
           05  FILLER                PIC X(31)   VALUE
               "TOTAL DEBITADO NO CAIXA......: ".
           05  TOTAL-DEBITADO-REL    PIC Z(8).ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
                PERFORM PROCESSA-OPCAO UNTIL FIM-PROGRAMA-TRUE
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
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD106" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD106.
           MOVE "CXD118" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD118.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD063" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD063.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD106.
           IF   ST-CXD106 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD106: " ST-CXD106
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD118.
           IF   ST-CXD118 EQUAL "35"
                CLOSE CXD118       OPEN OUTPUT CXD118
                CLOSE CXD118       OPEN I-O CXD118.
           IF   ST-CXD118 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD118: " ST-CXD118
                MOVE 1 TO ERRO-W.

           OPEN I-O COD044.
           IF   ST-COD044 EQUAL "35"
                MOVE 1 TO SEM-COD044-W
           ELSE
                IF   ST-COD044 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                     MOVE 1 TO ERRO-W.

           OPEN INPUT COD063.
           IF   ST-COD063 EQUAL "35"
                MOVE 1 TO SEM-COD063-W
           ELSE
                IF   ST-COD063 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD063: " ST-COD063
                     MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                PERFORM LE-CONTROLE.

       ABRE-ARQUIVOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-CONTROLE - registro 000000 do CXD118 (ultimo numero);
      *    criado zerado na primeira execucao.
      *----------------------------------------------------------------
       LE-CONTROLE SECTION.
           MOVE ZEROS TO NR-CHARGEBACK-CX118.
           READ CXD118
               INVALID KEY
                   INITIALIZE REG-CXD118
                   MOVE ZEROS TO NR-CHARGEBACK-CX118
                   WRITE REG-CXD118
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CONTROLE CXD118: "
                                   ST-CXD118
                           MOVE 1 TO ERRO-W
                   END-WRITE
           END-READ.

       LE-CONTROLE-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "CXP132" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CHARGEBACKS DE CARTAO (CXD118)".
           DISPLAY "A-IMPORTA EXTRATO I-INCLUI D-DEFESA G-GANHO "
                   "P-PERDIDO C-CONSULTA F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "A"  WHEN "a"  PERFORM IMPORTA-EXTRATO
               WHEN "I"  WHEN "i"  PERFORM INCLUI-CHARGEBACK
               WHEN "D"  WHEN "d"  PERFORM REGISTRA-DEFESA
               WHEN "G"  WHEN "g"  PERFORM REGISTRA-GANHO
               WHEN "P"  WHEN "p"  PERFORM REGISTRA-PERDA
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-CHARGEBACK
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-CONTAS - onde o estorno e debitado (conta de caixa
      *    do repasse do cartao e conta reduzida da perda com
      *    chargeback); a recuperacao volta nas mesmas.
      *----------------------------------------------------------------
       SOLICITA-CONTAS SECTION.
           DISPLAY "CONTA DE CAIXA/BANCO DO REPASSE......: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           DISPLAY "TIPO LCTO DO ESTORNO (01-49).........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-DEBITO-PARM.
           DISPLAY "CONTA REDUZIDA DE CHARGEBACK.........: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-PARM.
           IF   TIPO-DEBITO-PARM EQUAL ZEROS
           OR   TIPO-DEBITO-PARM GREATER 49
                DISPLAY "TIPO DE DEBITO INVALIDO."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-CONTAS-EXIT.
           IF   REDUZ-PARM EQUAL ZEROS
                DISPLAY "CONTA REDUZIDA OBRIGATORIA."
                MOVE 1 TO ERRO-W.

       SOLICITA-CONTAS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPORTA-EXTRATO - cada linha do extrato de chargeback
      *    procura a parcela de cartao pelo NSU + parcela (chave
      *    alternativa do CXD106) e e registrada; o que nao casa sai
      *    na lista de excecao.
      *----------------------------------------------------------------
       IMPORTA-EXTRATO SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "EXTRATO DE CHARGEBACK (CAMINHO)......: "
               WITH NO ADVANCING.
           ACCEPT PATH-EXTRATO-W.
           MOVE ZEROS TO ERRO-W.
           PERFORM SOLICITA-CONTAS.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO IMPORTA-EXTRATO-EXIT.
           OPEN INPUT EXTRATO.
           IF   ST-EXTRATO NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA DO EXTRATO: " ST-EXTRATO
                GO TO IMPORTA-EXTRATO-EXIT.

           MOVE ZEROS TO QTDE-LIDAS-W QTDE-REGISTRADOS-W
                         QTDE-SEM-VENDA-W QTDE-REPETIDOS-W
                         QTDE-FECHADOS-W QTDE-REABERTAS-W
                         TOTAL-DEBITADO-W FIM-EXTRATO PAG-W.
           MOVE "A" TO ORIGEM-PARM.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           PERFORM PROCESSA-EXTRATO UNTIL FIM-EXTRATO-TRUE.
           PERFORM IMPRIME-RESUMO.
           CLOSE EXTRATO RELAT.
           DISPLAY "CHARGEBACKS REGISTRADOS: " QTDE-REGISTRADOS-W
                   "  EXCECOES: " QTDE-SEM-VENDA-W " "
                   QTDE-REPETIDOS-W " " QTDE-FECHADOS-W.

       IMPORTA-EXTRATO-EXIT. EXIT.

       PROCESSA-EXTRATO SECTION.
           READ EXTRATO
               AT END
                   MOVE 1 TO FIM-EXTRATO
                   GO TO PROCESSA-EXTRATO-EXIT.
           ADD 1 TO QTDE-LIDAS-W.
           MOVE NSU-IMP              TO NSU-PARM.
           MOVE PARCELA-IMP          TO PARCELA-PARM.
           MOVE DATA-CHARGEBACK-IMP  TO DATA-CHARGEBACK-PARM.
           MOVE VALOR-CHARGEBACK-IMP TO VALOR-CHARGEBACK-PARM.
           MOVE MOTIVO-IMP           TO MOTIVO-PARM.
           MOVE DESC-MOTIVO-IMP      TO DESC-MOTIVO-PARM.

           PERFORM LOCALIZA-VENDA.
           IF   ENCONTRADA-W EQUAL 0
                ADD 1 TO QTDE-SEM-VENDA-W
                MOVE "SEM VENDA REGISTRADA" TO OCORRENCIA-REL
                PERFORM IMPRIME-LINHA
                GO TO PROCESSA-EXTRATO-EXIT.
           IF   NR-CHARGEBACK-CX106 IS NUMERIC
           AND  NR-CHARGEBACK-CX106 NOT EQUAL ZEROS
                ADD 1 TO QTDE-REPETIDOS-W
                MOVE SPACES TO OCORRENCIA-REL
                STRING "JA REGISTRADO - CBK " NR-CHARGEBACK-CX106
                       DELIMITED BY SIZE INTO OCORRENCIA-REL
                PERFORM IMPRIME-LINHA
                GO TO PROCESSA-EXTRATO-EXIT.
           IF   SITUACAO-CX106 EQUAL 1
                MOVE DATA-CHARGEBACK-PARM TO DATA-MOVTO-CT
                CALL "CTP001V" USING PARAMETROS-CTP001V
                IF   CTP001V-RETORNO EQUAL "01"
                     ADD 1 TO QTDE-FECHADOS-W
                     MOVE "DATA EM PERIODO FECHADO" TO OCORRENCIA-REL
                     PERFORM IMPRIME-LINHA
                     GO TO PROCESSA-EXTRATO-EXIT.

           PERFORM REGISTRA-CHARGEBACK.
           IF   CHARGEBACK-PARM EQUAL ZEROS
                MOVE "ERRO NA GRAVACAO" TO OCORRENCIA-REL
           ELSE
                MOVE OCORRENCIA-W TO OCORRENCIA-REL.
           PERFORM IMPRIME-LINHA.

       PROCESSA-EXTRATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    INCLUI-CHARGEBACK - chargeback informado a mao (aviso da
      *    adquirente fora do extrato); mesmas regras da importacao.
      *----------------------------------------------------------------
       INCLUI-CHARGEBACK SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "NSU DA VENDA.........................: "
               WITH NO ADVANCING.
           ACCEPT NSU-PARM.
           DISPLAY "PARCELA DO CARTAO....................: "
               WITH NO ADVANCING.
           ACCEPT PARCELA-PARM.
           PERFORM LOCALIZA-VENDA.
           IF   ENCONTRADA-W EQUAL 0
                DISPLAY "PARCELA DE CARTAO SEM REGISTRO NO CXD106 - "
                        "VER CXP115."
                GO TO INCLUI-CHARGEBACK-EXIT.
           IF   NR-CHARGEBACK-CX106 IS NUMERIC
           AND  NR-CHARGEBACK-CX106 NOT EQUAL ZEROS
                DISPLAY "PARCELA JA TEM O CHARGEBACK "
                        NR-CHARGEBACK-CX106 "."
                GO TO INCLUI-CHARGEBACK-EXIT.
           MOVE VALOR-BRUTO-CX106 TO VALOR-EXIBE-W.
           DISPLAY "VENDA " DATA-VENDA-CX106 "/" SEQ-VENDA-CX106
                   " BRUTO " VALOR-EXIBE-W " CONTRATO "
                   NR-CONTRATO-CX106 "/" PARCELA-CO44-CX106.
           IF   SITUACAO-CX106 EQUAL 1
                DISPLAY "LIQUIDADA EM " DATA-CREDITO-CX106
           ELSE
                DISPLAY "AINDA NAO CREDITADA PELA ADQUIRENTE".
           DISPLAY "DATA DO DEBITO (ZERO = HOJE).........: "
               WITH NO ADVANCING.
           ACCEPT DATA-CHARGEBACK-PARM.
           IF   DATA-CHARGEBACK-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-CHARGEBACK-PARM.
           DISPLAY "VALOR ESTORNADO (ZERO = BRUTO).......: "
               WITH NO ADVANCING.
           ACCEPT VALOR-CHARGEBACK-PARM.
           IF   VALOR-CHARGEBACK-PARM EQUAL ZEROS
                MOVE VALOR-BRUTO-CX106 TO VALOR-CHARGEBACK-PARM.
           DISPLAY "CODIGO DO MOTIVO.....................: "
               WITH NO ADVANCING.
           ACCEPT MOTIVO-PARM.
           DISPLAY "DESCRICAO DO MOTIVO..................: "
               WITH NO ADVANCING.
           ACCEPT DESC-MOTIVO-PARM.
           IF   MOTIVO-PARM EQUAL SPACES
                DISPLAY "MOTIVO OBRIGATORIO."
                GO TO INCLUI-CHARGEBACK-EXIT.
           IF   SITUACAO-CX106 EQUAL 1
                MOVE DATA-CHARGEBACK-PARM TO DATA-MOVTO-CT
                CALL "CTP001V" USING PARAMETROS-CTP001V
                IF   CTP001V-RETORNO EQUAL "01"
                     DISPLAY "DATA DO DEBITO EM PERIODO FECHADO - VER "
                             "CTP001."
                     GO TO INCLUI-CHARGEBACK-EXIT
                END-IF
                MOVE ZEROS TO ERRO-W
                PERFORM SOLICITA-CONTAS
                IF   ERRO-W NOT EQUAL 0
                     MOVE ZEROS TO ERRO-W
                     GO TO INCLUI-CHARGEBACK-EXIT.
           DISPLAY "CONFIRMA O CHARGEBACK (S/N)..........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "CHARGEBACK NAO REGISTRADO."
                GO TO INCLUI-CHARGEBACK-EXIT.

           MOVE "M" TO ORIGEM-PARM.
           PERFORM REGISTRA-CHARGEBACK.
           IF   CHARGEBACK-PARM NOT EQUAL ZEROS
                DISPLAY "CHARGEBACK " CHARGEBACK-PARM " - "
                        OCORRENCIA-W.

       INCLUI-CHARGEBACK-EXIT. EXIT.

       LOCALIZA-VENDA SECTION.
           MOVE ZEROS TO ENCONTRADA-W FIM-BUSCA-W.
           MOVE NSU-PARM     TO NSU-CX106.
           MOVE PARCELA-PARM TO PARCELA-CARTAO-CX106.
           START CXD106 KEY IS NOT LESS ALT-CX106
               INVALID KEY
                   MOVE 1 TO FIM-BUSCA-W
           END-START.
           PERFORM LE-VENDA-CANDIDATA UNTIL FIM-BUSCA-W EQUAL 1.

       LOCALIZA-VENDA-EXIT. EXIT.

       LE-VENDA-CANDIDATA SECTION.
           READ CXD106 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BUSCA-W
                   GO TO LE-VENDA-CANDIDATA-EXIT.
           IF   NSU-CX106 NOT EQUAL NSU-PARM
           OR   PARCELA-CARTAO-CX106 NOT EQUAL PARCELA-PARM
                MOVE 1 TO FIM-BUSCA-W
                GO TO LE-VENDA-CANDIDATA-EXIT.
           MOVE 1 TO ENCONTRADA-W FIM-BUSCA-W.

       LE-VENDA-CANDIDATA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-CHARGEBACK - numera e grava o CXD118 a partir da
      *    parcela de cartao lida (REG-CXD106), amarra o numero na
      *    venda, debita o estorno se a venda ja tinha sido creditada
      *    e reabre a parcela do COD044. OCORRENCIA-W resume o feito.
      *----------------------------------------------------------------
       REGISTRA-CHARGEBACK SECTION.
           PERFORM NUMERA-CHARGEBACK.
           IF   CHARGEBACK-PARM EQUAL ZEROS
                GO TO REGISTRA-CHARGEBACK-EXIT.

           INITIALIZE REG-CXD118.
           MOVE CHARGEBACK-PARM       TO NR-CHARGEBACK-CX118.
           MOVE NSU-CX106             TO NSU-CX118.
           MOVE PARCELA-CARTAO-CX106  TO PARCELA-CARTAO-CX118.
           MOVE CHAVE-CX106           TO CHAVE-VENDA-CX118.
           MOVE NR-CONTRATO-CX106     TO NR-CONTRATO-CX118.
           MOVE PARCELA-CO44-CX106    TO PARCELA-CO44-CX118.
           MOVE DATA-CHARGEBACK-PARM  TO DATA-CHARGEBACK-CX118.
           MOVE VALOR-CHARGEBACK-PARM TO VALOR-CHARGEBACK-CX118.
           MOVE MOTIVO-PARM           TO MOTIVO-CX118.
           MOVE DESC-MOTIVO-PARM      TO DESC-MOTIVO-CX118.
           MOVE ORIGEM-PARM           TO ORIGEM-CX118.
           MOVE 0                     TO SITUACAO-CX118.
           MOVE USUARIO-PARM          TO USUARIO-CX118.
           IF   SITUACAO-CX106 EQUAL 1
                MOVE 1                TO DEBITO-LANCADO-CX118
                MOVE CONTA-CAIXA-PARM TO CONTA-CAIXA-CX118
                MOVE REDUZ-PARM       TO REDUZ-CX118
           ELSE
                MOVE 0                TO DEBITO-LANCADO-CX118.
           WRITE REG-CXD118
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CXD118: " ST-CXD118
                   MOVE ZEROS TO CHARGEBACK-PARM
                   GO TO REGISTRA-CHARGEBACK-EXIT
           END-WRITE.
           ADD 1 TO QTDE-REGISTRADOS-W.
           MOVE "CXD118"              TO ARQUIVO-LOG-W.
           MOVE SPACES                TO CHAVE-LOG-W.
           MOVE CHARGEBACK-PARM       TO CHAVE-LOG-W(1:6).
           MOVE "VALOR-CHARGEBACK-CX118" TO CAMPO-LOG-W.
           MOVE SPACES                TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE VALOR-CHARGEBACK-PARM TO VALOR-LOG-W.
           MOVE VALOR-LOG-W           TO ATUAL-LOG-W(1:13).
           MOVE NSU-CX106             TO ATUAL-LOG-W(15:12).
           MOVE MOTIVO-PARM           TO ATUAL-LOG-W(28:4).
           MOVE "INCLUSAO"            TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-OPERACAO.

           MOVE CHARGEBACK-PARM TO NR-CHARGEBACK-CX106.
           IF   SITUACAO-CX106 EQUAL 0
                MOVE 2 TO SITUACAO-CX106.
           REWRITE REG-CXD106
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD106: " ST-CXD106
           END-REWRITE.

           MOVE SPACES TO OCORRENCIA-W.
           IF   DEBITO-LANCADO-CX118 EQUAL 1
                MOVE DATA-CHARGEBACK-PARM  TO DATA-LCTO-W
                MOVE TIPO-DEBITO-PARM      TO TIPO-LCTO-W
                MOVE VALOR-CHARGEBACK-PARM TO VALOR-LCTO-W
                MOVE SPACES                TO HISTORICO-LCTO-W
                STRING "CHARGEBACK NSU " NSU-CX106
                       DELIMITED BY SIZE INTO HISTORICO-LCTO-W
                PERFORM LANCA-CAIXA
                ADD VALOR-CHARGEBACK-PARM  TO TOTAL-DEBITADO-W
                MOVE "CBK       DEBITADO"  TO OCORRENCIA-W
           ELSE
                MOVE "CBK       VENDA ESTORNADA" TO OCORRENCIA-W.
           MOVE CHARGEBACK-PARM TO OCORRENCIA-W(5:6).

           IF   NR-CONTRATO-CX106 NOT EQUAL ZEROS
           AND  SEM-COD044-W EQUAL 0
                PERFORM REABRE-PARCELA.

       REGISTRA-CHARGEBACK-EXIT. EXIT.

       NUMERA-CHARGEBACK SECTION.
           MOVE ZEROS TO CHARGEBACK-PARM.
           MOVE ZEROS TO NR-CHARGEBACK-CX118.
           READ CXD118
               INVALID KEY
                   DISPLAY "CONTROLE DO CXD118 NAO ENCONTRADO."
                   GO TO NUMERA-CHARGEBACK-EXIT
           END-READ.
           ADD 1 TO ULTIMO-NR-CX118.
           REWRITE REG-CXD118
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CONTROLE CXD118: "
                           ST-CXD118
                   GO TO NUMERA-CHARGEBACK-EXIT
           END-REWRITE.
           MOVE ULTIMO-NR-CX118 TO CHARGEBACK-PARM.

       NUMERA-CHARGEBACK-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REABRE-PARCELA - a parcela do COD044 paga pelo cartao volta
      *    a aberto (data/valor pago zerados) e os recibos do cartao
      *    sao cancelados; parcela ja aberta (outra parcela de cartao
      *    da mesma venda ja estornada) fica como esta.
      *----------------------------------------------------------------
       REABRE-PARCELA SECTION.
           MOVE NR-CONTRATO-CX106  TO NR-CONTRATO-CO44.
           MOVE PARCELA-CO44-CX106 TO PARCELA-CO44.
           READ COD044
               INVALID KEY
                   GO TO REABRE-PARCELA-EXIT
           END-READ.
           IF   DATA-PGTO-CO44 EQUAL ZEROS
                GO TO REABRE-PARCELA-EXIT.

           MOVE "COD044"           TO ARQUIVO-LOG-W.
           MOVE SPACES             TO CHAVE-LOG-W.
           MOVE CHAVE-CO44         TO CHAVE-LOG-W(1:8).
           MOVE "DATA-PGTO-CO44"   TO CAMPO-LOG-W.
           MOVE SPACES             TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE DATA-PGTO-CO44     TO ANTERIOR-LOG-W(1:8).
           MOVE VALOR-PAGO-CO44    TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO ANTERIOR-LOG-W(10:13).
           MOVE "REABERTA CHARGEBACK" TO ATUAL-LOG-W(1:19).
           MOVE CHARGEBACK-PARM    TO ATUAL-LOG-W(21:6).
           MOVE ZEROS              TO DATA-PGTO-CO44 VALOR-PAGO-CO44.
           REWRITE REG-COD044
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD044: " ST-COD044
                   GO TO REABRE-PARCELA-EXIT
           END-REWRITE.
           ADD 1 TO QTDE-REABERTAS-W.
           MOVE "ESTORNO"          TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-OPERACAO.
           MOVE "PARC REABERTA" TO OCORRENCIA-W(18:13).

           IF   SEM-COD063-W EQUAL 0
                PERFORM CANCELA-RECIBOS-CARTAO.

       REABRE-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CANCELA-RECIBOS-CARTAO - recibos validos da parcela que
      *    representam o pagamento estornado: o do balcao em cartao
      *    (COP048 forma 3) e os da liquidacao deste NSU (CXP116). Os
      *    numeros sao juntados primeiro e cancelados depois pelo
      *    COP081V, que regrava o COD063.
      *----------------------------------------------------------------
       CANCELA-RECIBOS-CARTAO SECTION.
           MOVE ZEROS     TO QTDE-CANCELAR-W FIM-BUSCA-W.
           MOVE NSU-CX106 TO NSU-NSU-RECIBO-W.
           MOVE NR-CONTRATO-CX106  TO NR-CONTRATO-CO63.
           MOVE PARCELA-CO44-CX106 TO PARCELA-CO63.
           START COD063 KEY IS NOT LESS ALT-CO63
               INVALID KEY
                   MOVE 1 TO FIM-BUSCA-W
           END-START.
           PERFORM SELECIONA-RECIBO UNTIL FIM-BUSCA-W EQUAL 1.

           MOVE "C"                 TO MODO-RB.
           MOVE SPACES              TO MOTIVO-RB.
           STRING "CHARGEBACK " CHARGEBACK-PARM " NSU " NSU-CX106
                  DELIMITED BY SIZE INTO MOTIVO-RB.
           MOVE USUARIO-PARM        TO USUARIO-RB.
           PERFORM CANCELA-UM-RECIBO
                   VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER QTDE-CANCELAR-W.

       CANCELA-RECIBOS-CARTAO-EXIT. EXIT.

       SELECIONA-RECIBO SECTION.
           READ COD063 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-BUSCA-W
                   GO TO SELECIONA-RECIBO-EXIT.
           IF   NR-CONTRATO-CO63 NOT EQUAL NR-CONTRATO-CX106
           OR   PARCELA-CO63 NOT EQUAL PARCELA-CO44-CX106
                MOVE 1 TO FIM-BUSCA-W
                GO TO SELECIONA-RECIBO-EXIT.
           IF   NR-RECIBO-CO63 EQUAL ZEROS
           OR   SITUACAO-CO63 NOT EQUAL 0
           OR   QTDE-CANCELAR-W EQUAL 20
                GO TO SELECIONA-RECIBO-EXIT.
           IF  (PROGRAMA-CO63 EQUAL "COP048"
                AND FORMA-PGTO-CO63 EQUAL 3)
           OR  (PROGRAMA-CO63 EQUAL "CXP116"
                AND DOCUMENTO-CO63(1:15) EQUAL NSU-RECIBO-W)
                ADD 1 TO QTDE-CANCELAR-W
                MOVE NR-RECIBO-CO63 TO
                     RECIBO-CANCELAR-TAB (QTDE-CANCELAR-W).

       SELECIONA-RECIBO-EXIT. EXIT.

       CANCELA-UM-RECIBO SECTION.
           MOVE RECIBO-CANCELAR-TAB (IND-W) TO NR-RECIBO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.
           IF   COP081V-RETORNO NOT EQUAL "00"
           AND  COP081V-RETORNO NOT EQUAL "02"
                DISPLAY "RECIBO " RECIBO-CANCELAR-TAB (IND-W)
                        " NAO CANCELADO (" COP081V-RETORNO ")".

       CANCELA-UM-RECIBO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CHARGEBACK - le o CXD118 pelo numero informado e
      *    mostra a disputa.
      *----------------------------------------------------------------
       LOCALIZA-CHARGEBACK SECTION.
           MOVE ZEROS TO ENCONTRADA-W.
           DISPLAY "NUMERO DO CHARGEBACK.................: "
               WITH NO ADVANCING.
           ACCEPT CHARGEBACK-PARM.
           IF   CHARGEBACK-PARM EQUAL ZEROS
                GO TO LOCALIZA-CHARGEBACK-EXIT.
           MOVE CHARGEBACK-PARM TO NR-CHARGEBACK-CX118.
           READ CXD118
               INVALID KEY
                   DISPLAY "CHARGEBACK NAO ENCONTRADO."
                   GO TO LOCALIZA-CHARGEBACK-EXIT
           END-READ.
           MOVE 1 TO ENCONTRADA-W.
           MOVE VALOR-CHARGEBACK-CX118 TO VALOR-EXIBE-W.
           MOVE VALOR-RECUPERADO-CX118 TO RECUP-EXIBE-W.
           DISPLAY "NSU " NSU-CX118 " PARC " PARCELA-CARTAO-CX118
                   " CONTRATO " NR-CONTRATO-CX118 "/"
                   PARCELA-CO44-CX118.
           DISPLAY "DEBITO " DATA-CHARGEBACK-CX118 " VALOR "
                   VALOR-EXIBE-W " MOTIVO " MOTIVO-CX118 " "
                   DESC-MOTIVO-CX118.
           EVALUATE SITUACAO-CX118
               WHEN 0
                   DISPLAY "SITUACAO: ABERTO - SEM DEFESA"
               WHEN 1
                   DISPLAY "SITUACAO: DEFESA ENVIADA EM "
                           DATA-DEFESA-CX118
               WHEN 2
                   DISPLAY "SITUACAO: GANHO EM " DATA-DECISAO-CX118
                           " RECUPERADO " RECUP-EXIBE-W
               WHEN 3
                   DISPLAY "SITUACAO: PERDIDO EM " DATA-DECISAO-CX118
           END-EVALUATE.

       LOCALIZA-CHARGEBACK-EXIT. EXIT.

       CONSULTA-CHARGEBACK SECTION.
           PERFORM LOCALIZA-CHARGEBACK.

       CONSULTA-CHARGEBACK-EXIT. EXIT.

       REGISTRA-DEFESA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM LOCALIZA-CHARGEBACK.
           IF   ENCONTRADA-W EQUAL 0
                GO TO REGISTRA-DEFESA-EXIT.
           IF   SITUACAO-CX118 NOT EQUAL 0
                DISPLAY "SO CHARGEBACK ABERTO RECEBE DEFESA."
                GO TO REGISTRA-DEFESA-EXIT.
           DISPLAY "DATA DO ENVIO DA DEFESA (ZERO = HOJE): "
               WITH NO ADVANCING.
           ACCEPT DATA-DECISAO-PARM.
           IF   DATA-DECISAO-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-DECISAO-PARM.
           IF   DATA-DECISAO-PARM LESS DATA-CHARGEBACK-CX118
                DISPLAY "DEFESA ANTERIOR AO CHARGEBACK."
                GO TO REGISTRA-DEFESA-EXIT.
           MOVE 1                 TO SITUACAO-CX118.
           MOVE DATA-DECISAO-PARM TO DATA-DEFESA-CX118.
           PERFORM REGRAVA-SITUACAO.

       REGISTRA-DEFESA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-GANHO - a adquirente devolveu o valor: credito da
      *    recuperacao no CXD100 nas contas do estorno e, estando a
      *    parcela do COD044 ainda aberta, nova baixa com recibo;
      *    parcela ja paga de novo fica para a conciliacao de
      *    duplicidade (COP091), que enxerga o recibo deste credito.
      *----------------------------------------------------------------
       REGISTRA-GANHO SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM LOCALIZA-CHARGEBACK.
           IF   ENCONTRADA-W EQUAL 0
                GO TO REGISTRA-GANHO-EXIT.
           IF   SITUACAO-CX118 GREATER 1
                DISPLAY "DISPUTA JA ENCERRADA."
                GO TO REGISTRA-GANHO-EXIT.
           DISPLAY "DATA DA DECISAO (ZERO = HOJE)........: "
               WITH NO ADVANCING.
           ACCEPT DATA-DECISAO-PARM.
           IF   DATA-DECISAO-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-DECISAO-PARM.
           IF   DATA-DECISAO-PARM LESS DATA-CHARGEBACK-CX118
                DISPLAY "DECISAO ANTERIOR AO CHARGEBACK."
                GO TO REGISTRA-GANHO-EXIT.
           DISPLAY "VALOR RECUPERADO (ZERO = ESTORNADO)..: "
               WITH NO ADVANCING.
           ACCEPT VALOR-RECUPERADO-PARM.
           IF   VALOR-RECUPERADO-PARM EQUAL ZEROS
                MOVE VALOR-CHARGEBACK-CX118 TO VALOR-RECUPERADO-PARM.
           IF   VALOR-RECUPERADO-PARM GREATER VALOR-CHARGEBACK-CX118
                DISPLAY "RECUPERADO MAIOR QUE O ESTORNADO."
                GO TO REGISTRA-GANHO-EXIT.
           MOVE DATA-DECISAO-PARM TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "DATA DA DECISAO EM PERIODO FECHADO - VER "
                        "CTP001."
                GO TO REGISTRA-GANHO-EXIT.
           IF   DEBITO-LANCADO-CX118 EQUAL 1
                MOVE CONTA-CAIXA-CX118 TO CONTA-CAIXA-PARM
                MOVE REDUZ-CX118       TO REDUZ-PARM
           ELSE
                DISPLAY "CONTA DE CAIXA/BANCO DO CREDITO......: "
                    WITH NO ADVANCING
                ACCEPT CONTA-CAIXA-PARM
                DISPLAY "CONTA REDUZIDA DE CHARGEBACK.........: "
                    WITH NO ADVANCING
                ACCEPT REDUZ-PARM.
           DISPLAY "TIPO LCTO DA RECUPERACAO (50-99).....: "
               WITH NO ADVANCING.
           ACCEPT TIPO-CREDITO-PARM.
           IF   TIPO-CREDITO-PARM LESS 50
                DISPLAY "TIPO DE CREDITO INVALIDO."
                GO TO REGISTRA-GANHO-EXIT.
           DISPLAY "CONFIRMA O GANHO (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO REGISTRA-GANHO-EXIT.

           MOVE 2                     TO SITUACAO-CX118.
           MOVE DATA-DECISAO-PARM     TO DATA-DECISAO-CX118.
           MOVE VALOR-RECUPERADO-PARM TO VALOR-RECUPERADO-CX118.
           PERFORM REGRAVA-SITUACAO.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO REGISTRA-GANHO-EXIT.

           MOVE DATA-DECISAO-PARM     TO DATA-LCTO-W.
           MOVE TIPO-CREDITO-PARM     TO TIPO-LCTO-W.
           MOVE VALOR-RECUPERADO-PARM TO VALOR-LCTO-W.
           MOVE SPACES                TO HISTORICO-LCTO-W.
           STRING "RECUP CHARGEBACK NSU " NSU-CX118
                  DELIMITED BY SIZE INTO HISTORICO-LCTO-W.
           PERFORM LANCA-CAIXA.

           IF   NR-CONTRATO-CX118 NOT EQUAL ZEROS
           AND  SEM-COD044-W EQUAL 0
                PERFORM REBAIXA-PARCELA.

       REGISTRA-GANHO-EXIT. EXIT.

       REBAIXA-PARCELA SECTION.
           MOVE NR-CONTRATO-CX118  TO NR-CONTRATO-CO44.
           MOVE PARCELA-CO44-CX118 TO PARCELA-CO44.
           READ COD044
               INVALID KEY
                   GO TO REBAIXA-PARCELA-EXIT
           END-READ.
           IF   DATA-PGTO-CO44 EQUAL ZEROS
                MOVE "COD044"          TO ARQUIVO-LOG-W
                MOVE SPACES            TO CHAVE-LOG-W
                MOVE CHAVE-CO44        TO CHAVE-LOG-W(1:8)
                MOVE "DATA-PGTO-CO44"  TO CAMPO-LOG-W
                MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W
                MOVE DATA-DECISAO-PARM     TO DATA-PGTO-CO44
                MOVE VALOR-RECUPERADO-PARM TO VALOR-PAGO-CO44
                MOVE USUARIO-PARM          TO USUARIO-CO44
                REWRITE REG-COD044
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD044: " ST-COD044
                        GO TO REBAIXA-PARCELA-EXIT
                END-REWRITE
                MOVE DATA-PGTO-CO44    TO ATUAL-LOG-W(1:8)
                MOVE VALOR-PAGO-CO44   TO VALOR-LOG-W
                MOVE VALOR-LOG-W       TO ATUAL-LOG-W(10:13)
                MOVE "BAIXA-CBK"       TO LOG3-OPERACAO
                PERFORM GRAVA-LOG-OPERACAO
                DISPLAY "PARCELA " NR-CONTRATO-CO44 "/" PARCELA-CO44
                        " BAIXADA PELO VALOR RECUPERADO."
           ELSE
                DISPLAY "PARCELA " NR-CONTRATO-CO44 "/" PARCELA-CO44
                        " JA FOI PAGA DE NOVO - O RECUPERADO ENTRA "
                        "NA CONCILIACAO DE DUPLICIDADE (COP091).".

           MOVE "N"                   TO MODO-RB.
           MOVE NR-CONTRATO-CO44      TO NR-CONTRATO-RB.
           MOVE PARCELA-CO44          TO PARCELA-RB.
           MOVE CURSO-CO44            TO CURSO-RB.
           MOVE TURMA-CO44            TO TURMA-RB.
           MOVE DATA-VCTO-CO44        TO DATA-VCTO-RB.
           MOVE DATA-DECISAO-PARM     TO DATA-PGTO-RB.
           MOVE VALOR-CO44            TO VALOR-PARCELA-RB.
           MOVE ZEROS                 TO VALOR-JUROS-RB VALOR-MULTA-RB
                                         VALOR-ABONADO-RB
                                         VALOR-CREDITO-RB
                                         VALOR-SOBRA-RB.
           MOVE VALOR-RECUPERADO-PARM TO VALOR-PAGO-RB.
           MOVE 3                     TO FORMA-PGTO-RB.
           MOVE SPACES                TO DOCUMENTO-RB.
           STRING "CBK" NR-CHARGEBACK-CX118 " NSU" NSU-CX118
                  DELIMITED BY SIZE INTO DOCUMENTO-RB.
           MOVE "CXP132"              TO PROGRAMA-RB.
           MOVE USUARIO-PARM          TO USUARIO-RB.
           MOVE SPACES                TO MOTIVO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.
           IF   COP081V-RETORNO EQUAL "00"
                DISPLAY "RECIBO " NR-RECIBO-RB.

       REBAIXA-PARCELA-EXIT. EXIT.

       REGISTRA-PERDA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM LOCALIZA-CHARGEBACK.
           IF   ENCONTRADA-W EQUAL 0
                GO TO REGISTRA-PERDA-EXIT.
           IF   SITUACAO-CX118 GREATER 1
                DISPLAY "DISPUTA JA ENCERRADA."
                GO TO REGISTRA-PERDA-EXIT.
           DISPLAY "DATA DA DECISAO (ZERO = HOJE)........: "
               WITH NO ADVANCING.
           ACCEPT DATA-DECISAO-PARM.
           IF   DATA-DECISAO-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-DECISAO-PARM.
           DISPLAY "CONFIRMA A PERDA (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO REGISTRA-PERDA-EXIT.
           MOVE 3                 TO SITUACAO-CX118.
           MOVE DATA-DECISAO-PARM TO DATA-DECISAO-CX118.
           MOVE ZEROS             TO VALOR-RECUPERADO-CX118.
           PERFORM REGRAVA-SITUACAO.

       REGISTRA-PERDA-EXIT. EXIT.

      *    regrava a disputa com a situacao nova e deixa trilha
       REGRAVA-SITUACAO SECTION.
           REWRITE REG-CXD118
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD118: " ST-CXD118
                   MOVE 1 TO ERRO-W
                   GO TO REGRAVA-SITUACAO-EXIT
           END-REWRITE.
           MOVE "CXD118"           TO ARQUIVO-LOG-W.
           MOVE SPACES             TO CHAVE-LOG-W.
           MOVE NR-CHARGEBACK-CX118 TO CHAVE-LOG-W(1:6).
           MOVE "SITUACAO-CX118"   TO CAMPO-LOG-W.
           MOVE SPACES             TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE SITUACAO-CX118     TO ATUAL-LOG-W(1:1).
           MOVE DATA-DECISAO-PARM  TO ATUAL-LOG-W(3:8).
           MOVE VALOR-RECUPERADO-CX118 TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO ATUAL-LOG-W(12:13).
           MOVE "ALTERACAO"        TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-OPERACAO.
           DISPLAY "CHARGEBACK " NR-CHARGEBACK-CX118 " ATUALIZADO.".

       REGRAVA-SITUACAO-EXIT. EXIT.

       LANCA-CAIXA SECTION.
           MOVE DATA-LCTO-W         TO DATA-MOV-CX100.
           MOVE 1                   TO SEQ-CX100.
           MOVE TIPO-LCTO-W         TO TIPO-LCTO-CX100.
           MOVE HISTORICO-LCTO-W    TO HISTORICO-CX100.
           MOVE SPACES              TO DOCUMENTO-CX100.
           MOVE CHARGEBACK-PARM     TO NR-DOCUMENTO-CBK-W.
           MOVE DOCUMENTO-CBK-W     TO DOCUMENTO-CX100.
           MOVE VALOR-LCTO-W        TO VALOR-CX100.
           MOVE ZEROS               TO CONTAPART-CX100.
           MOVE REDUZ-PARM          TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM        TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM    TO CONTA-CAIXA-CX100.
           MOVE ZEROS               TO CENTRO-CUSTO-CX100.
           MOVE ZEROS               TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                GO TO LANCA-CAIXA-EXIT.

           MOVE "CXD100"            TO ARQUIVO-LOG-W.
           MOVE SPACES              TO CHAVE-LOG-W.
           MOVE DATA-MOV-CX100      TO CHAVE-LOG-W(1:8).
           MOVE SEQ-CX100           TO CHAVE-LOG-W(9:6).
           MOVE "VALOR-CX100"       TO CAMPO-LOG-W.
           MOVE SPACES              TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE VALOR-CX100         TO VALOR-LOG-W.
           MOVE VALOR-LOG-W         TO ATUAL-LOG-W(1:13).
           MOVE HISTORICO-CX100     TO ATUAL-LOG-W(15:26).
           MOVE "INCLUSAO"          TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-OPERACAO.

       LANCA-CAIXA-EXIT. EXIT.

       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-OPERACAO - trilha em LOG003 nos moldes do COP048;
      *    LOG3-OPERACAO vem preenchida por quem chama.
      *----------------------------------------------------------------
       GRAVA-LOG-OPERACAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE ARQUIVO-LOG-W      TO LOG3-ARQUIVO.
           MOVE CHAVE-LOG-W        TO LOG3-CHAVE-REG.
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-OPERACAO-EXIT. EXIT.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

       IMPRIME-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NSU-IMP              TO NSU-REL.
           MOVE PARCELA-IMP          TO PARCELA-REL.
           MOVE DATA-CHARGEBACK-IMP  TO DATA-REL.
           MOVE VALOR-CHARGEBACK-IMP TO VALOR-REL.
           MOVE MOTIVO-IMP           TO MOTIVO-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       IMPRIME-RESUMO SECTION.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE QTDE-LIDAS-W       TO QTDE-LIDAS-REL.
           WRITE REG-RELAT FROM LINRES1 AFTER 2.
           MOVE QTDE-REGISTRADOS-W TO QTDE-REGISTRADOS-REL.
           WRITE REG-RELAT FROM LINRES2.
           MOVE QTDE-SEM-VENDA-W   TO QTDE-SEM-VENDA-REL.
           WRITE REG-RELAT FROM LINRES3.
           MOVE QTDE-REPETIDOS-W   TO QTDE-REPETIDOS-REL.
           WRITE REG-RELAT FROM LINRES4.
           MOVE QTDE-FECHADOS-W    TO QTDE-FECHADOS-REL.
           WRITE REG-RELAT FROM LINRES5.
           MOVE QTDE-REABERTAS-W   TO QTDE-REABERTAS-REL.
           WRITE REG-RELAT FROM LINRES6.
           MOVE TOTAL-DEBITADO-W   TO TOTAL-DEBITADO-REL.
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
           CLOSE CXD100 CXD106 CXD118 LOG003.
           IF   SEM-COD044-W EQUAL 0
                CLOSE COD044.
           IF   SEM-COD063-W EQUAL 0
                CLOSE COD063.

       END PROGRAM CXP132.
