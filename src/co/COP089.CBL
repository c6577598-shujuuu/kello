       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP089.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CESSAO DE RECEBIVEIS (DESCONTO DE PARCELAS NO BANCO).
      *        O BORDERO PEGA AS PARCELAS FUTURAS DO COD044 DE UMA
      *        CURSO/TURMA NUMA FAIXA DE VENCIMENTO (SO EM ABERTO, NAO
      *        RENEGOCIADA, FORA DE COBRANCA DO COD050, DE CONTRATO
      *        VIGENTE E AINDA NAO CEDIDA), TRAZ CADA UMA A VALOR
      *        PRESENTE PELA TAXA DO BANCO (MESMA CONTA DO COP088) E
      *        GRAVA O CABECALHO NO COD069 E AS PARCELAS NO COD070,
      *        MARCANDO BORDERO-CO44 - DALI EM DIANTE O AGING (COP049),
      *        O PIX (CXP118) E A COBRANCA (COP058) SABEM QUE O CREDITO
      *        E DO BANCO. O LIQUIDO ENTRA NO CXD100 COMO CREDITO NA
      *        CONTA DO BANCO E O DESAGIO COMO LANCAMENTO SEM CAIXA
      *        (TIPO 98 NA CONTA 000). O REPASSE/RECOMPRA PERCORRE AS
      *        PARCELAS CEDIDAS EM ABERTO: PAGA PELO CLIENTE VIRA
      *        REPASSE AO BANCO; RENEGOCIADA, EXCLUIDA OU VENCIDA HA
      *        MAIS DIAS QUE O PRAZO DO BORDERO VIRA RECOMPRA (A
      *        PARCELA VOLTA PARA A CARTEIRA). OS DOIS PELO VALOR DE
      *        FACE, COM DEBITO NA CONTA DO BANCO. TRILHA EM LOG003;
      *        POSICAO DOS BORDEROS EM COP090.
      *        A SELECAO LE O COD044 PELA CHAVE ALT2-CO44 (SITUACAO +
      *        VENCIMENTO), SO A FAIXA DE VENCIMENTO PEDIDA DE CADA
      *        SITUACAO, EM VEZ DO ARQUIVO INTEIRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX041.

           COPY COPX044.

           COPY COPX050.

           COPY COPX069.

           COPY COPX070.

           COPY CXPX100.

           COPY CXPX103.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW044.

           COPY COPW050.

           COPY COPW069.

           COPY COPW070.

           COPY CXPW100.

           COPY CXPW103.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD069             PIC XX       VALUE SPACES.
           05  ST-COD070             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD103             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  SEM-CXD103-W          PIC 9        VALUE ZEROS.
      *    SEM-CXD103-W = 1 sem o cadastro de contas (status 35): a
      *    conta do banco nao e conferida, como no CXP102
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  MODO-W                PIC 9        VALUE ZEROS.
      *    MODO-W = 1-SIMULACAO NA TELA  2-GRAVACAO E IMPRESSAO
           05  CANDIDATA-W           PIC 9        VALUE ZEROS.
           05  SITUACAO-LIDA-W       PIC X        VALUE SPACES.
           05  EVENTO-W              PIC 9        VALUE ZEROS.
      *    EVENTO-W = 0-NADA A FAZER  1-REPASSE  2-RECOMPRA
           05  MOTIVO-W              PIC 9        VALUE ZEROS.
      *    MOTIVO-W = como MOTIVO-CO70
           05  EXISTE-CO44-W         PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  NOME-EMPRESA-W        PIC X(40)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  BORDERO-PARM          PIC 9(6)     VALUE ZEROS.
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  VCTO-INICIAL-PARM     PIC 9(8)     VALUE ZEROS.
           05  VCTO-FINAL-PARM       PIC 9(8)     VALUE ZEROS.
           05  DATA-BASE-PARM        PIC 9(8)     VALUE ZEROS.
           05  TAXA-PARM             PIC 9(2)V9(4) VALUE ZEROS.
           05  PRAZO-RECOMPRA-PARM   PIC 9(3)     VALUE ZEROS.
           05  CONTA-CAIXA-PARM      PIC 9(3)     VALUE ZEROS.
           05  TIPO-CREDITO-PARM     PIC 9(2)     VALUE ZEROS.
           05  REDUZ-CREDITO-PARM    PIC 9(5)     VALUE ZEROS.
           05  REDUZ-DESAGIO-PARM    PIC 9(5)     VALUE ZEROS.
           05  TIPO-DEBITO-PARM      PIC 9(2)     VALUE ZEROS.
           05  REDUZ-REPASSE-PARM    PIC 9(5)     VALUE ZEROS.
           05  REDUZ-RECOMPRA-PARM   PIC 9(5)     VALUE ZEROS.
           05  BORDERO-LIDO-W        PIC 9(6)     VALUE ZEROS.
           05  PRAZO-LIDO-W          PIC 9(3)     VALUE ZEROS.
           05  CONTA-LIDA-W          PIC 9(3)     VALUE ZEROS.
           05  TAXA-EDIT-W           PIC Z9,9999  VALUE ZEROS.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           05  DATA-EXIBE-W          PIC 99/99/9999 VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  QTDE-ITENS-W          PIC 9(4)     VALUE ZEROS.
           05  QTDE-REPASSE-W        PIC 9(4)     VALUE ZEROS.
           05  QTDE-RECOMPRA-W       PIC 9(4)     VALUE ZEROS.
           05  TOTAL-FACE-W          PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-DESAGIO-W       PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-LIQUIDO-W       PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-REPASSE-W       PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-RECOMPRA-W      PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-PRESENTE-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-DESAGIO-W       PIC 9(8)V99  VALUE ZEROS.
           05  FATOR-W               PIC 9(5)V9(8) VALUE ZEROS.
           05  DIAS-ANTECIPA-W       PIC 9(6)     VALUE ZEROS.
           05  MESES-CHEIOS-W        PIC 9(4)     VALUE ZEROS.
           05  DIAS-FRACAO-W         PIC 9(2)     VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC 9(6)     VALUE ZEROS.
           05  DIA-ABSOLUTO-W        PIC 9(8)     VALUE ZEROS.
           05  DIA-BASE-ABS-W        PIC 9(8)     VALUE ZEROS.
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DATA-CONTA-W          PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-CONTA-W.
               10  ANO-CONTA-W       PIC 9(4).
               10  MES-CONTA-W       PIC 9(2).
               10  DIA-CONTA-W       PIC 9(2).
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  TIPO-LCTO-W           PIC 9(2)     VALUE ZEROS.
           05  CONTA-CAIXA-LCTO-W    PIC 9(3)     VALUE ZEROS.
           05  REDUZ-LCTO-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-LCTO-W          PIC 9(9)V99  VALUE ZEROS.
           05  HISTORICO-LCTO-W      PIC X(30)    VALUE SPACES.
           05  DATA-LCTO-W           PIC 9(8)     VALUE ZEROS.
           05  BORDERO-LCTO-W        PIC 9(6)     VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
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

       01  PARAMETROS-GRDBAN.
      *    banco no CXD104 (ver GRDBAN); so o codigo do banco e
      *    conferido aqui - agencia/conta zeradas nao tem digito
           05  CODBAN-BAN            PIC 9(3)     VALUE ZEROS.
           05  AGENCIA-BAN           PIC 9(4)     VALUE ZEROS.
           05  DIG-AGENCIA-BAN       PIC X(1)     VALUE SPACES.
           05  CONTA-BAN             PIC 9(8)     VALUE ZEROS.
           05  DIG-CONTA-BAN         PIC X(1)     VALUE SPACES.
           05  GRDBAN-RETORNO        PIC X(2)     VALUE SPACES.
           05  NOME-BANCO-BAN        PIC X(30)    VALUE SPACES.
           05  LAYOUT-BAN            PIC X(8)     VALUE SPACES.

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    movimento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

       01  LINVAL.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ROTULO-REL            PIC X(35)   VALUE SPACES.
           05  VALOR-REL             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB-ITEM.
           05  FILLER                PIC X(90)   VALUE
           "CONTRATO PARC VENCIMENTO    VALOR DE FACE       DESAGIO
      -    "    LIQUIDO".

       01  LINITEM.
           05  CONTRATO-ITEM-REL     PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  PARCELA-ITEM-REL      PIC Z9      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-VCTO-ITEM-REL    PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FACE-ITEM-REL         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESAGIO-ITEM-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LIQUIDO-ITEM-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB-EVENTO.
           05  FILLER                PIC X(90)   VALUE
           "BORDERO CONTRATO PARC VENCIMENTO    VALOR DE FACE  EVENTO
      -    "".

       01  LINEVENTO.
           05  BORDERO-EVT-REL       PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  CONTRATO-EVT-REL      PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  PARCELA-EVT-REL       PIC Z9      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-VCTO-EVT-REL     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FACE-EVT-REL          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  EVENTO-EVT-REL        PIC X(30)   VALUE SPACES.

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
           MOVE NOME-EMPRESA     TO NOME-EMPRESA-W.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD050" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD050.
           MOVE "COD069" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD069.
           MOVE "COD070" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD070.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD103.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT COD041.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.

           OPEN I-O COD044.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.

           OPEN I-O COD050.
           IF   ST-COD050 EQUAL "35"
                CLOSE COD050       OPEN OUTPUT COD050
                CLOSE COD050       OPEN I-O COD050.
           IF   ST-COD050 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD050: " ST-COD050
                MOVE 1 TO ERRO-W.

           OPEN I-O COD069.
           IF   ST-COD069 EQUAL "35"
                CLOSE COD069       OPEN OUTPUT COD069
                CLOSE COD069       OPEN I-O COD069.
           IF   ST-COD069 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD069: " ST-COD069
                MOVE 1 TO ERRO-W.

           OPEN I-O COD070.
           IF   ST-COD070 EQUAL "35"
                CLOSE COD070       OPEN OUTPUT COD070
                CLOSE COD070       OPEN I-O COD070.
           IF   ST-COD070 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD070: " ST-COD070
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           OPEN INPUT CXD103.
           IF   ST-CXD103 EQUAL "35"
                MOVE 1 TO SEM-CXD103-W
           ELSE
                IF   ST-CXD103 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA CXD103: " ST-CXD103
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
      *    LE-CONTROLE - registro 000000 do COD069 (ultimo numero de
      *    bordero); criado zerado na primeira execucao.
      *----------------------------------------------------------------
       LE-CONTROLE SECTION.
           MOVE ZEROS TO NR-BORDERO-CO69.
           READ COD069
               INVALID KEY
                   INITIALIZE REG-COD069
                   MOVE ZEROS TO NR-BORDERO-CO69
                   WRITE REG-COD069
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CONTROLE COD069: "
                                   ST-COD069
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
           MOVE "COP089" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "CESSAO DE RECEBIVEIS - BORDEROS (COD069/COD070)".
           DISPLAY "G-GERA R-REPASSE/RECOMPRA C-CONSULTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "G"  WHEN "g"  PERFORM GERA-BORDERO
               WHEN "R"  WHEN "r"  PERFORM REPASSE-RECOMPRA
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-BORDERO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-BORDERO - monta o bordero: simula na tela, confirma,
      *    numera, cede as parcelas (COD070 + BORDERO-CO44), grava o
      *    cabecalho com os totais do que foi de fato cedido, lanca o
      *    liquido e o desagio no CXD100 e imprime.
      *----------------------------------------------------------------
       GERA-BORDERO SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "BANCO (999)..........................: "
               WITH NO ADVANCING.
           ACCEPT CODBAN-BAN.
           MOVE ZEROS  TO AGENCIA-BAN CONTA-BAN.
           MOVE SPACES TO DIG-AGENCIA-BAN DIG-CONTA-BAN.
           CALL "GRDBAN" USING PARAMETROS-GRDBAN.
           EVALUATE GRDBAN-RETORNO
               WHEN "01"
                   DISPLAY "BANCO NAO CADASTRADO NO CXD104 - VER "
                           "CXP111."
                   GO TO GERA-BORDERO-EXIT
               WHEN "99"
                   DISPLAY "AVISO: CADASTRO DE BANCOS INDISPONIVEL - "
                           "BANCO NAO CONFERIDO."
               WHEN OTHER
                   DISPLAY "BANCO: " NOME-BANCO-BAN
           END-EVALUATE.

           DISPLAY "CONTA DE CAIXA/BANCO DO CREDITO......: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           PERFORM CONFERE-CONTA-CAIXA.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO GERA-BORDERO-EXIT.

           DISPLAY "CURSO................................: "
               WITH NO ADVANCING.
           ACCEPT CURSO-PARM.
           DISPLAY "TURMA................................: "
               WITH NO ADVANCING.
           ACCEPT TURMA-PARM.
           DISPLAY "VENCIMENTO INICIAL (AAAAMMDD)........: "
               WITH NO ADVANCING.
           ACCEPT VCTO-INICIAL-PARM.
           DISPLAY "VENCIMENTO FINAL (AAAAMMDD)..........: "
               WITH NO ADVANCING.
           ACCEPT VCTO-FINAL-PARM.
           IF   VCTO-FINAL-PARM LESS VCTO-INICIAL-PARM
                DISPLAY "FAIXA DE VENCIMENTO INVALIDA."
                GO TO GERA-BORDERO-EXIT.
           DISPLAY "DATA DO BORDERO (ZERO = HOJE)........: "
               WITH NO ADVANCING.
           ACCEPT DATA-BASE-PARM.
           IF   DATA-BASE-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-BASE-PARM.
           MOVE DATA-BASE-PARM TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W TO DIA-BASE-ABS-W.
           IF   DIA-BASE-ABS-W EQUAL ZEROS
                DISPLAY "DATA DO BORDERO INVALIDA."
                GO TO GERA-BORDERO-EXIT.
           MOVE DATA-BASE-PARM TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "DATA DO BORDERO EM PERIODO FECHADO - VER "
                        "CTP001."
                GO TO GERA-BORDERO-EXIT.
           DISPLAY "TAXA DE DESCONTO % A.M...............: "
               WITH NO ADVANCING.
           ACCEPT TAXA-PARM.
           DISPLAY "DIAS DE ATRASO PARA RECOMPRA.........: "
               WITH NO ADVANCING.
           ACCEPT PRAZO-RECOMPRA-PARM.
           IF   PRAZO-RECOMPRA-PARM EQUAL ZEROS
                DISPLAY "PRAZO DE RECOMPRA OBRIGATORIO."
                GO TO GERA-BORDERO-EXIT.

           MOVE 1 TO MODO-W.
           PERFORM SELECIONA-PARCELAS.
           IF   QTDE-ITENS-W EQUAL ZEROS
                DISPLAY "NENHUMA PARCELA DISPONIVEL PARA CESSAO."
                GO TO GERA-BORDERO-EXIT.
           PERFORM EXIBE-TOTAIS-BORDERO.

           DISPLAY "CEDER AS PARCELAS AO BANCO (S/N).....: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "BORDERO NAO GERADO."
                GO TO GERA-BORDERO-EXIT.
           DISPLAY "TIPO LCTO DO CREDITO (50-99).........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-CREDITO-PARM.
           IF   TIPO-CREDITO-PARM LESS 50
                DISPLAY "TIPO DE CREDITO INVALIDO."
                GO TO GERA-BORDERO-EXIT.
           DISPLAY "CONTA REDUZIDA DO CREDITO............: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-CREDITO-PARM.
           DISPLAY "CONTA REDUZIDA DO DESAGIO............: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-DESAGIO-PARM.

           PERFORM NUMERA-BORDERO.
           IF   BORDERO-PARM EQUAL ZEROS
                GO TO GERA-BORDERO-EXIT.

           OPEN OUTPUT RELAT.
           PERFORM IMPRIME-CABECALHO-BORDERO.
           MOVE 2 TO MODO-W.
           PERFORM SELECIONA-PARCELAS.
           IF   QTDE-ITENS-W EQUAL ZEROS
                MOVE "NENHUMA PARCELA CEDIDA - BORDERO SEM EFEITO."
                  TO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT AFTER 2
                CLOSE RELAT
                DISPLAY "NENHUMA PARCELA CEDIDA - BORDERO "
                        BORDERO-PARM " SEM EFEITO."
                GO TO GERA-BORDERO-EXIT.

           INITIALIZE REG-COD069.
           MOVE BORDERO-PARM        TO NR-BORDERO-CO69.
           MOVE CODBAN-BAN          TO CODBAN-CO69.
           MOVE DATA-BASE-PARM      TO DATA-BORDERO-CO69.
           MOVE CURSO-PARM          TO CURSO-CO69.
           MOVE TURMA-PARM          TO TURMA-CO69.
           MOVE VCTO-INICIAL-PARM   TO VCTO-INICIAL-CO69.
           MOVE VCTO-FINAL-PARM     TO VCTO-FINAL-CO69.
           MOVE TAXA-PARM           TO TAXA-MENSAL-CO69.
           MOVE PRAZO-RECOMPRA-PARM TO PRAZO-RECOMPRA-CO69.
           MOVE CONTA-CAIXA-PARM    TO CONTA-CAIXA-CO69.
           MOVE QTDE-ITENS-W        TO QTDE-PARCELAS-CO69
                                       QTDE-ABERTAS-CO69.
           MOVE TOTAL-FACE-W        TO VALOR-FACE-CO69.
           MOVE TOTAL-DESAGIO-W     TO VALOR-DESAGIO-CO69.
           MOVE TOTAL-LIQUIDO-W     TO VALOR-LIQUIDO-CO69.
           MOVE 0                   TO SITUACAO-CO69.
           MOVE USUARIO-PARM        TO USUARIO-CO69.
           WRITE REG-COD069
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD069: " ST-COD069
           END-WRITE.

           MOVE "INCLUSAO"          TO LOG3-OPERACAO.
           MOVE "VALOR-LIQUIDO-CO69" TO CAMPO-LOG-W.
           MOVE SPACES              TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE TOTAL-LIQUIDO-W     TO VALOR-LOG-W.
           MOVE VALOR-LOG-W         TO ATUAL-LOG-W(1:13).
           MOVE "BANCO"             TO ATUAL-LOG-W(15:5).
           MOVE CODBAN-BAN          TO ATUAL-LOG-W(21:3).
           PERFORM GRAVA-LOG-BORDERO.

           MOVE BORDERO-PARM        TO BORDERO-LCTO-W.
           MOVE DATA-BASE-PARM      TO DATA-LCTO-W.
           MOVE TIPO-CREDITO-PARM   TO TIPO-LCTO-W.
           MOVE CONTA-CAIXA-PARM    TO CONTA-CAIXA-LCTO-W.
           MOVE REDUZ-CREDITO-PARM  TO REDUZ-LCTO-W.
           MOVE TOTAL-LIQUIDO-W     TO VALOR-LCTO-W.
           MOVE SPACES              TO HISTORICO-LCTO-W.
           STRING "CESSAO BORDERO " BORDERO-PARM " BCO " CODBAN-BAN
                  DELIMITED BY SIZE INTO HISTORICO-LCTO-W.
           PERFORM LANCA-CAIXA.

           IF   TOTAL-DESAGIO-W GREATER ZEROS
                MOVE 98                  TO TIPO-LCTO-W
                MOVE ZEROS               TO CONTA-CAIXA-LCTO-W
                MOVE REDUZ-DESAGIO-PARM  TO REDUZ-LCTO-W
                MOVE TOTAL-DESAGIO-W     TO VALOR-LCTO-W
                MOVE SPACES              TO HISTORICO-LCTO-W
                STRING "DESAGIO BORDERO " BORDERO-PARM
                       DELIMITED BY SIZE INTO HISTORICO-LCTO-W
                PERFORM LANCA-CAIXA.

           PERFORM IMPRIME-TOTAIS-BORDERO.
           CLOSE RELAT.
           DISPLAY "BORDERO No " BORDERO-PARM " GERADO E IMPRESSO - "
                   QTDE-ITENS-W " PARCELAS.".

       GERA-BORDERO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-CONTA-CAIXA - a conta do credito tem de existir no
      *    CXD103 e estar ativa (sem o cadastro, segue sem conferir).
      *----------------------------------------------------------------
       CONFERE-CONTA-CAIXA SECTION.
           MOVE ZEROS TO ERRO-W.
           IF   CONTA-CAIXA-PARM EQUAL ZEROS
                DISPLAY "CONTA DE CAIXA/BANCO OBRIGATORIA."
                MOVE 1 TO ERRO-W
                GO TO CONFERE-CONTA-CAIXA-EXIT.
           IF   SEM-CXD103-W EQUAL 1
                GO TO CONFERE-CONTA-CAIXA-EXIT.
           MOVE CONTA-CAIXA-PARM TO CONTA-CX103.
           READ CXD103
               INVALID KEY
                   DISPLAY "CONTA NAO CADASTRADA NO CXD103 - VER "
                           "CXP108."
                   MOVE 1 TO ERRO-W
                   GO TO CONFERE-CONTA-CAIXA-EXIT
           END-READ.
           IF   SITUACAO-CX103 NOT EQUAL 0
                DISPLAY "CONTA INATIVA NO CXD103."
                MOVE 1 TO ERRO-W
                GO TO CONFERE-CONTA-CAIXA-EXIT.
           DISPLAY "CONTA: " DESCRICAO-CX103.

       CONFERE-CONTA-CAIXA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    NUMERA-BORDERO - avanca o ultimo numero no controle.
      *----------------------------------------------------------------
       NUMERA-BORDERO SECTION.
           MOVE ZEROS TO BORDERO-PARM.
           MOVE ZEROS TO NR-BORDERO-CO69.
           READ COD069
               INVALID KEY
                   DISPLAY "CONTROLE DO COD069 NAO ENCONTRADO."
                   GO TO NUMERA-BORDERO-EXIT
           END-READ.
           ADD 1 TO ULTIMO-NR-CO69.
           REWRITE REG-COD069
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CONTROLE COD069: "
                           ST-COD069
                   GO TO NUMERA-BORDERO-EXIT
           END-REWRITE.
           MOVE ULTIMO-NR-CO69 TO BORDERO-PARM.

       NUMERA-BORDERO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SELECIONA-PARCELAS - percorre a faixa de vencimento pela
      *    ALT2-CO44, situacao a situacao (branco, 0, 1...), atras das
      *    parcelas da turma; o que se faz com cada uma depende de
      *    MODO-W.
      *----------------------------------------------------------------
       SELECIONA-PARCELAS SECTION.
           MOVE ZEROS TO QTDE-ITENS-W TOTAL-FACE-W TOTAL-DESAGIO-W
                         TOTAL-LIQUIDO-W FIM-VARREDURA-W.
           MOVE SPACES            TO REG-COD044.
           MOVE VCTO-INICIAL-PARM TO DATA-VCTO-CO44.
           START COD044 KEY IS NOT LESS ALT2-CO44
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM TRATA-CANDIDATA UNTIL FIM-VARREDURA-TRUE.

       SELECIONA-PARCELAS-EXIT. EXIT.

       TRATA-CANDIDATA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO TRATA-CANDIDATA-EXIT.
           IF   DATA-VCTO-CO44 GREATER VCTO-FINAL-PARM
                PERFORM SALTA-SITUACAO
                GO TO TRATA-CANDIDATA-EXIT.
           PERFORM VERIFICA-CANDIDATA.
           IF   CANDIDATA-W NOT EQUAL 1
                GO TO TRATA-CANDIDATA-EXIT.

           PERFORM CALCULA-DESAGIO.
           ADD 1                TO QTDE-ITENS-W.
           ADD VALOR-CO44       TO TOTAL-FACE-W.
           ADD VALOR-DESAGIO-W  TO TOTAL-DESAGIO-W.
           ADD VALOR-PRESENTE-W TO TOTAL-LIQUIDO-W.

           EVALUATE MODO-W
               WHEN 1
                   MOVE DATA-VCTO-CO44 TO DATA-CONTA-W
                   MOVE DIA-CONTA-W    TO DIA-DMA-W
                   MOVE MES-CONTA-W    TO MES-DMA-W
                   MOVE ANO-CONTA-W    TO ANO-DMA-W
                   MOVE DATA-DMA-R     TO DATA-EXIBE-W
                   MOVE VALOR-CO44     TO VALOR-EXIBE-W
                   DISPLAY "CTR " NR-CONTRATO-CO44 "/" PARCELA-CO44
                           " VCTO " DATA-EXIBE-W
                           " VALOR " VALOR-EXIBE-W
               WHEN 2
                   PERFORM CEDE-PARCELA
           END-EVALUATE.

       TRATA-CANDIDATA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SALTA-SITUACAO - fim da faixa nesta situacao: reposiciona no
      *    vencimento inicial da seguinte (branco -> 0 -> 1 ...).
      *----------------------------------------------------------------
       SALTA-SITUACAO SECTION.
           MOVE SITUACAO-CO44 TO SITUACAO-LIDA-W.
           IF   SITUACAO-LIDA-W LESS "0"
                MOVE 0 TO SITUACAO-CO44
           ELSE
                IF   SITUACAO-LIDA-W LESS "9"
                     ADD 1 TO SITUACAO-CO44
                ELSE
                     MOVE 1 TO FIM-VARREDURA-W
                     GO TO SALTA-SITUACAO-EXIT.
           MOVE VCTO-INICIAL-PARM TO DATA-VCTO-CO44.
           START COD044 KEY IS NOT LESS ALT2-CO44
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.

       SALTA-SITUACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-CANDIDATA - so vai para o banco parcela da turma e
      *    da faixa, a vencer depois da data do bordero, em aberto,
      *    nao renegociada, ainda nao cedida, sem etapa de cobranca
      *    aberta no COD050 e de contrato vigente no COD041.
      *----------------------------------------------------------------
       VERIFICA-CANDIDATA SECTION.
           MOVE ZEROS TO CANDIDATA-W.
           IF   CURSO-CO44 NOT EQUAL CURSO-PARM
           OR   TURMA-CO44 NOT EQUAL TURMA-PARM
                GO TO VERIFICA-CANDIDATA-EXIT.
           IF   DATA-VCTO-CO44 LESS VCTO-INICIAL-PARM
           OR   DATA-VCTO-CO44 GREATER VCTO-FINAL-PARM
                GO TO VERIFICA-CANDIDATA-EXIT.
           IF   DATA-VCTO-CO44 NOT GREATER DATA-BASE-PARM
                GO TO VERIFICA-CANDIDATA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO VERIFICA-CANDIDATA-EXIT.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                GO TO VERIFICA-CANDIDATA-EXIT.
           IF   BORDERO-CO44 NUMERIC
           AND  BORDERO-CO44 NOT EQUAL ZEROS
                GO TO VERIFICA-CANDIDATA-EXIT.

           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO50.
           MOVE PARCELA-CO44     TO PARCELA-CO50.
           READ COD050
               INVALID KEY
                   MOVE 9 TO SITUACAO-CO50
           END-READ.
           IF   SITUACAO-CO50 EQUAL 0
                GO TO VERIFICA-CANDIDATA-EXIT.

           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO41.
           MOVE CURSO-CO44       TO CURSO-CO41.
           MOVE TURMA-CO44       TO TURMA-CO41.
           READ COD041
               INVALID KEY
                   GO TO VERIFICA-CANDIDATA-EXIT
           END-READ.
           IF   SITUACAO-CO41 NOT EQUAL 0
                GO TO VERIFICA-CANDIDATA-EXIT.

           MOVE 1 TO CANDIDATA-W.

       VERIFICA-CANDIDATA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DESAGIO - a parcela volta a valor presente na data
      *    do bordero pela taxa do banco, como o CALCULA-DESCONTO do
      *    COP088: FATOR = (1 + i) elevado aos meses cheios de 30 dias,
      *    vezes (1 + i * dias restantes / 30). O desagio e a
      *    diferenca entre a face e o valor presente.
      *----------------------------------------------------------------
       CALCULA-DESAGIO SECTION.
           MOVE ZEROS      TO VALOR-DESAGIO-W.
           MOVE VALOR-CO44 TO VALOR-PRESENTE-W.
           IF   TAXA-PARM EQUAL ZEROS
                GO TO CALCULA-DESAGIO-EXIT.

           MOVE DATA-VCTO-CO44 TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           IF   DIA-ABSOLUTO-W NOT GREATER DIA-BASE-ABS-W
                GO TO CALCULA-DESAGIO-EXIT.
           COMPUTE DIAS-ANTECIPA-W = DIA-ABSOLUTO-W - DIA-BASE-ABS-W.
           DIVIDE DIAS-ANTECIPA-W BY 30 GIVING MESES-CHEIOS-W
                                     REMAINDER DIAS-FRACAO-W.
           MOVE 1 TO FATOR-W.
           PERFORM CAPITALIZA-MES MESES-CHEIOS-W TIMES.
           COMPUTE FATOR-W ROUNDED = FATOR-W *
                   (1 + TAXA-PARM / 100 * DIAS-FRACAO-W / 30).
           COMPUTE VALOR-PRESENTE-W ROUNDED = VALOR-CO44 / FATOR-W.
           COMPUTE VALOR-DESAGIO-W = VALOR-CO44 - VALOR-PRESENTE-W.

       CALCULA-DESAGIO-EXIT. EXIT.

       CAPITALIZA-MES SECTION.
           COMPUTE FATOR-W ROUNDED = FATOR-W * (1 + TAXA-PARM / 100).

       CAPITALIZA-MES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CEDE-PARCELA - grava a parcela no COD070, marca o numero do
      *    bordero no COD044 e imprime a linha.
      *----------------------------------------------------------------
       CEDE-PARCELA SECTION.
           INITIALIZE REG-COD070.
           MOVE BORDERO-PARM     TO NR-BORDERO-CO70.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO70.
           MOVE PARCELA-CO44     TO PARCELA-CO70.
           MOVE CURSO-CO44       TO CURSO-CO70.
           MOVE TURMA-CO44       TO TURMA-CO70.
           MOVE DATA-VCTO-CO44   TO DATA-VCTO-CO70.
           MOVE VALOR-CO44       TO VALOR-FACE-CO70.
           MOVE VALOR-DESAGIO-W  TO VALOR-DESAGIO-CO70.
           MOVE VALOR-PRESENTE-W TO VALOR-LIQUIDO-CO70.
           MOVE 0                TO SITUACAO-CO70 MOTIVO-CO70.
           MOVE ZEROS            TO DATA-EVENTO-CO70 DATA-PGTO-CO70.
           MOVE USUARIO-PARM     TO USUARIO-CO70.
           WRITE REG-COD070
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD070: " ST-COD070
                           " CTR " NR-CONTRATO-CO44 "/" PARCELA-CO44
                   SUBTRACT 1                FROM QTDE-ITENS-W
                   SUBTRACT VALOR-CO44       FROM TOTAL-FACE-W
                   SUBTRACT VALOR-DESAGIO-W  FROM TOTAL-DESAGIO-W
                   SUBTRACT VALOR-PRESENTE-W FROM TOTAL-LIQUIDO-W
                   GO TO CEDE-PARCELA-EXIT
           END-WRITE.

           MOVE BORDERO-PARM TO BORDERO-CO44.
           REWRITE REG-COD044
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD044: " ST-COD044
           END-REWRITE.
           MOVE "CESSAO"          TO LOG3-OPERACAO.
           MOVE "BORDERO-CO44"    TO CAMPO-LOG-W.
           MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE BORDERO-PARM      TO ATUAL-LOG-W(1:6).
           PERFORM GRAVA-LOG-PARCELA.

           IF   LIN GREATER 56
                WRITE REG-RELAT FROM CAB-ITEM AFTER PAGE
                MOVE 1 TO LIN.
           MOVE NR-CONTRATO-CO44 TO CONTRATO-ITEM-REL.
           MOVE PARCELA-CO44     TO PARCELA-ITEM-REL.
           MOVE DATA-VCTO-CO44   TO DATA-CONTA-W.
           MOVE DIA-CONTA-W      TO DIA-DMA-W.
           MOVE MES-CONTA-W      TO MES-DMA-W.
           MOVE ANO-CONTA-W      TO ANO-DMA-W.
           MOVE DATA-DMA-R       TO DATA-VCTO-ITEM-REL.
           MOVE VALOR-CO44       TO FACE-ITEM-REL.
           MOVE VALOR-DESAGIO-W  TO DESAGIO-ITEM-REL.
           MOVE VALOR-PRESENTE-W TO LIQUIDO-ITEM-REL.
           WRITE REG-RELAT FROM LINITEM.
           ADD 1 TO LIN.

       CEDE-PARCELA-EXIT. EXIT.

       EXIBE-TOTAIS-BORDERO SECTION.
           DISPLAY "PARCELAS SELECIONADAS................: "
                   QTDE-ITENS-W.
           MOVE TOTAL-FACE-W TO VALOR-EXIBE-W.
           DISPLAY "VALOR DE FACE........................: "
                   VALOR-EXIBE-W.
           MOVE TOTAL-DESAGIO-W TO VALOR-EXIBE-W.
           DISPLAY "(-) DESAGIO..........................: "
                   VALOR-EXIBE-W.
           MOVE TOTAL-LIQUIDO-W TO VALOR-EXIBE-W.
           DISPLAY "LIQUIDO A CREDITAR PELO BANCO........: "
                   VALOR-EXIBE-W.

       EXIBE-TOTAIS-BORDERO-EXIT. EXIT.

       IMPRIME-CABECALHO-BORDERO SECTION.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "BORDERO DE CESSAO DE RECEBIVEIS No " BORDERO-PARM
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE ALL "=" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "BANCO: " CODBAN-BAN " " NOME-BANCO-BAN
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE TAXA-PARM TO TAXA-EDIT-W.
           MOVE SPACES TO TEXTO-REL.
           STRING "DATA: " DATA-BASE-PARM(7:2) "/"
                  DATA-BASE-PARM(5:2) "/" DATA-BASE-PARM(1:4)
                  "   TAXA: " TAXA-EDIT-W "% AO MES"
                  "   RECOMPRA APOS " PRAZO-RECOMPRA-PARM
                  " DIAS DE ATRASO"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "CURSO: " CURSO-PARM "  TURMA: " TURMA-PARM
                  "  VENCIMENTOS DE " VCTO-INICIAL-PARM(7:2) "/"
                  VCTO-INICIAL-PARM(5:2) "/" VCTO-INICIAL-PARM(1:4)
                  " A " VCTO-FINAL-PARM(7:2) "/"
                  VCTO-FINAL-PARM(5:2) "/" VCTO-FINAL-PARM(1:4)
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           WRITE REG-RELAT FROM CAB-ITEM AFTER 2.
           MOVE 9 TO LIN.

       IMPRIME-CABECALHO-BORDERO-EXIT. EXIT.

       IMPRIME-TOTAIS-BORDERO SECTION.
           MOVE "QUANTIDADE DE PARCELAS CEDIDAS....:" TO ROTULO-REL.
           MOVE QTDE-ITENS-W       TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.
           MOVE "VALOR DE FACE.....................:" TO ROTULO-REL.
           MOVE TOTAL-FACE-W       TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "(-) DESAGIO.......................:" TO ROTULO-REL.
           MOVE TOTAL-DESAGIO-W    TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "LIQUIDO CREDITADO PELO BANCO......:" TO ROTULO-REL.
           MOVE TOTAL-LIQUIDO-W    TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.
           PERFORM IMPRIME-RODAPE.

       IMPRIME-TOTAIS-BORDERO-EXIT. EXIT.

       IMPRIME-RODAPE SECTION.
           ACCEPT HORA-W FROM TIME.
           MOVE SPACES TO TEXTO-REL.
           STRING "EMITIDO EM " DATA-HOJE-W(7:2) "/"
                  DATA-HOJE-W(5:2) "/" DATA-HOJE-W(1:4)
                  " AS " HORA-W(1:2) ":" HORA-W(3:2)
                  " POR " USUARIO-PARM " (COP089)"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE "ASSINATURA: ____________________________________"
             TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 3.

       IMPRIME-RODAPE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REPASSE-RECOMPRA - percorre as parcelas cedidas em aberto
      *    (de um bordero ou de todos), mostra o que virou repasse ou
      *    recompra, confirma e aplica: situacao no COD070, contagem
      *    no COD069 (encerra o bordero quando nao sobra nenhuma),
      *    BORDERO-CO44 zerado na recompra e debito no CXD100 pela
      *    conta do banco do bordero.
      *----------------------------------------------------------------
       REPASSE-RECOMPRA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "BORDERO (ZERO = TODOS EM ABERTO).....: "
               WITH NO ADVANCING.
           ACCEPT BORDERO-PARM.
           MOVE DATA-HOJE-W TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W TO DIA-BASE-ABS-W.

           MOVE 1 TO MODO-W.
           PERFORM PERCORRE-CEDIDAS.
           IF   QTDE-REPASSE-W EQUAL ZEROS
           AND  QTDE-RECOMPRA-W EQUAL ZEROS
                DISPLAY "NADA A REPASSAR OU RECOMPRAR."
                GO TO REPASSE-RECOMPRA-EXIT.
           PERFORM EXIBE-TOTAIS-EVENTOS.

           DISPLAY "LANCAR REPASSES E RECOMPRAS (S/N)....: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "NADA LANCADO."
                GO TO REPASSE-RECOMPRA-EXIT.
           MOVE DATA-HOJE-W TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "DATA DE HOJE EM PERIODO FECHADO - VER "
                        "CTP001."
                GO TO REPASSE-RECOMPRA-EXIT.
           DISPLAY "TIPO LCTO DO DEBITO (01-49)..........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-DEBITO-PARM.
           IF   TIPO-DEBITO-PARM EQUAL ZEROS
           OR   TIPO-DEBITO-PARM GREATER 49
                DISPLAY "TIPO DE DEBITO INVALIDO."
                GO TO REPASSE-RECOMPRA-EXIT.
           IF   QTDE-REPASSE-W GREATER ZEROS
                DISPLAY "CONTA REDUZIDA DO REPASSE............: "
                    WITH NO ADVANCING
                ACCEPT REDUZ-REPASSE-PARM.
           IF   QTDE-RECOMPRA-W GREATER ZEROS
                DISPLAY "CONTA REDUZIDA DA RECOMPRA...........: "
                    WITH NO ADVANCING
                ACCEPT REDUZ-RECOMPRA-PARM.

           OPEN OUTPUT RELAT.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "REPASSES E RECOMPRAS DE PARCELAS CEDIDAS EM "
                  DATA-HOJE-W(7:2) "/" DATA-HOJE-W(5:2) "/"
                  DATA-HOJE-W(1:4)
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE ALL "=" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           WRITE REG-RELAT FROM CAB-EVENTO AFTER 2.
           MOVE 6 TO LIN.

           MOVE 2 TO MODO-W.
           PERFORM PERCORRE-CEDIDAS.

           MOVE "REPASSES AO BANCO.................:" TO ROTULO-REL.
           MOVE TOTAL-REPASSE-W    TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.
           MOVE "RECOMPRAS.........................:" TO ROTULO-REL.
           MOVE TOTAL-RECOMPRA-W   TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           PERFORM IMPRIME-RODAPE.
           CLOSE RELAT.
           DISPLAY "LANCADOS " QTDE-REPASSE-W " REPASSES E "
                   QTDE-RECOMPRA-W " RECOMPRAS.".

       REPASSE-RECOMPRA-EXIT. EXIT.

       PERCORRE-CEDIDAS SECTION.
           MOVE ZEROS TO QTDE-REPASSE-W QTDE-RECOMPRA-W
                         TOTAL-REPASSE-W TOTAL-RECOMPRA-W
                         BORDERO-LIDO-W FIM-VARREDURA-W.
           MOVE BORDERO-PARM TO NR-BORDERO-CO70.
           MOVE ZEROS        TO NR-CONTRATO-CO70 PARCELA-CO70.
           START COD070 KEY IS NOT LESS CHAVE-CO70
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM TRATA-CEDIDA UNTIL FIM-VARREDURA-TRUE.

       PERCORRE-CEDIDAS-EXIT. EXIT.

       TRATA-CEDIDA SECTION.
           READ COD070 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO TRATA-CEDIDA-EXIT.
           IF   BORDERO-PARM NOT EQUAL ZEROS
           AND  NR-BORDERO-CO70 NOT EQUAL BORDERO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO TRATA-CEDIDA-EXIT.
           IF   SITUACAO-CO70 NOT EQUAL 0
                GO TO TRATA-CEDIDA-EXIT.
           IF   NR-BORDERO-CO70 NOT EQUAL BORDERO-LIDO-W
                PERFORM LE-BORDERO-ITEM.
           IF   BORDERO-LIDO-W EQUAL ZEROS
                GO TO TRATA-CEDIDA-EXIT.

           PERFORM CLASSIFICA-EVENTO.
           IF   EVENTO-W EQUAL 0
                GO TO TRATA-CEDIDA-EXIT.
           IF   EVENTO-W EQUAL 1
                ADD 1               TO QTDE-REPASSE-W
                ADD VALOR-FACE-CO70 TO TOTAL-REPASSE-W
           ELSE
                ADD 1               TO QTDE-RECOMPRA-W
                ADD VALOR-FACE-CO70 TO TOTAL-RECOMPRA-W.

           PERFORM MONTA-LINHA-EVENTO.
           IF   MODO-W EQUAL 1
                DISPLAY LINEVENTO
           ELSE
                PERFORM APLICA-EVENTO.

       TRATA-CEDIDA-EXIT. EXIT.

      *    cabecalho do bordero da parcela: prazo de recompra e conta
      *    do banco; bordero sumido ou encerrado nao e tratado
       LE-BORDERO-ITEM SECTION.
           MOVE ZEROS TO BORDERO-LIDO-W.
           MOVE NR-BORDERO-CO70 TO NR-BORDERO-CO69.
           READ COD069
               INVALID KEY
                   DISPLAY "BORDERO " NR-BORDERO-CO70
                           " SEM CABECALHO NO COD069."
                   GO TO LE-BORDERO-ITEM-EXIT
           END-READ.
           IF   SITUACAO-CO69 NOT EQUAL 0
                GO TO LE-BORDERO-ITEM-EXIT.
           MOVE NR-BORDERO-CO69     TO BORDERO-LIDO-W.
           MOVE PRAZO-RECOMPRA-CO69 TO PRAZO-LIDO-W.
           MOVE CONTA-CAIXA-CO69    TO CONTA-LIDA-W.

       LE-BORDERO-ITEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CLASSIFICA-EVENTO - destino da parcela cedida: paga pelo
      *    cliente = repasse; renegociada (o credito mudou de forma),
      *    excluida do COD044 ou vencida ha mais dias que o prazo do
      *    bordero = recompra. O resto continua com o banco.
      *----------------------------------------------------------------
       CLASSIFICA-EVENTO SECTION.
           MOVE ZEROS TO EVENTO-W MOTIVO-W EXISTE-CO44-W.
           MOVE NR-CONTRATO-CO70 TO NR-CONTRATO-CO44.
           MOVE PARCELA-CO70     TO PARCELA-CO44.
           READ COD044
               INVALID KEY
                   MOVE 2 TO EVENTO-W
                   MOVE 3 TO MOTIVO-W
                   GO TO CLASSIFICA-EVENTO-EXIT
           END-READ.
           MOVE 1 TO EXISTE-CO44-W.
           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                MOVE 2 TO EVENTO-W
                MOVE 2 TO MOTIVO-W
                GO TO CLASSIFICA-EVENTO-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                MOVE 1 TO EVENTO-W
                GO TO CLASSIFICA-EVENTO-EXIT.
           IF   DATA-VCTO-CO44 NOT LESS DATA-HOJE-W
                GO TO CLASSIFICA-EVENTO-EXIT.

           MOVE DATA-VCTO-CO44 TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           COMPUTE DIAS-ATRASO-W = DIA-BASE-ABS-W - DIA-ABSOLUTO-W.
           IF   DIAS-ATRASO-W GREATER PRAZO-LIDO-W
                MOVE 2 TO EVENTO-W
                MOVE 1 TO MOTIVO-W.

       CLASSIFICA-EVENTO-EXIT. EXIT.

       MONTA-LINHA-EVENTO SECTION.
           MOVE NR-BORDERO-CO70  TO BORDERO-EVT-REL.
           MOVE NR-CONTRATO-CO70 TO CONTRATO-EVT-REL.
           MOVE PARCELA-CO70     TO PARCELA-EVT-REL.
           MOVE DATA-VCTO-CO70   TO DATA-CONTA-W.
           MOVE DIA-CONTA-W      TO DIA-DMA-W.
           MOVE MES-CONTA-W      TO MES-DMA-W.
           MOVE ANO-CONTA-W      TO ANO-DMA-W.
           MOVE DATA-DMA-R       TO DATA-VCTO-EVT-REL.
           MOVE VALOR-FACE-CO70  TO FACE-EVT-REL.
           EVALUATE TRUE
               WHEN EVENTO-W EQUAL 1
                   MOVE "REPASSE - PAGA PELO CLIENTE"
                     TO EVENTO-EVT-REL
               WHEN MOTIVO-W EQUAL 1
                   MOVE SPACES TO EVENTO-EVT-REL
                   STRING "RECOMPRA - " DIAS-ATRASO-W
                          " DIAS DE ATRASO"
                          DELIMITED BY SIZE INTO EVENTO-EVT-REL
               WHEN MOTIVO-W EQUAL 2
                   MOVE "RECOMPRA - RENEGOCIADA"
                     TO EVENTO-EVT-REL
               WHEN OTHER
                   MOVE "RECOMPRA - EXCLUIDA DO COD044"
                     TO EVENTO-EVT-REL
           END-EVALUATE.

       MONTA-LINHA-EVENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APLICA-EVENTO - carimba a parcela cedida, baixa a contagem
      *    do bordero, devolve a parcela a carteira na recompra e
      *    debita a conta do banco pelo valor de face.
      *----------------------------------------------------------------
       APLICA-EVENTO SECTION.
           MOVE EVENTO-W         TO SITUACAO-CO70.
           MOVE MOTIVO-W         TO MOTIVO-CO70.
           MOVE DATA-HOJE-W      TO DATA-EVENTO-CO70.
           IF   EVENTO-W EQUAL 1
                MOVE DATA-PGTO-CO44 TO DATA-PGTO-CO70.
           MOVE USUARIO-PARM     TO USUARIO-CO70.
           REWRITE REG-COD070
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD070: " ST-COD070
                   GO TO APLICA-EVENTO-EXIT
           END-REWRITE.
           IF   EVENTO-W EQUAL 1
                MOVE "REPASSE"    TO LOG3-OPERACAO
           ELSE
                MOVE "RECOMPRA"   TO LOG3-OPERACAO.
           MOVE "SITUACAO-CO70"   TO CAMPO-LOG-W.
           MOVE SPACES            TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0"               TO ANTERIOR-LOG-W(1:1).
           MOVE EVENTO-W          TO ATUAL-LOG-W(1:1).
           MOVE MOTIVO-W          TO ATUAL-LOG-W(3:1).
           PERFORM GRAVA-LOG-ITEM.

           IF   EVENTO-W EQUAL 2
           AND  EXISTE-CO44-W EQUAL 1
                MOVE ZEROS TO BORDERO-CO44
                REWRITE REG-COD044
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO COD044: " ST-COD044
                END-REWRITE
                MOVE "RECOMPRA"       TO LOG3-OPERACAO
                MOVE "BORDERO-CO44"   TO CAMPO-LOG-W
                MOVE SPACES           TO ANTERIOR-LOG-W ATUAL-LOG-W
                MOVE NR-BORDERO-CO70  TO ANTERIOR-LOG-W(1:6)
                MOVE ZEROS            TO ATUAL-LOG-W(1:6)
                PERFORM GRAVA-LOG-PARCELA.

           PERFORM BAIXA-ABERTA-BORDERO.

           MOVE TIPO-DEBITO-PARM TO TIPO-LCTO-W.
           MOVE CONTA-LIDA-W     TO CONTA-CAIXA-LCTO-W.
           MOVE VALOR-FACE-CO70  TO VALOR-LCTO-W.
           MOVE SPACES           TO HISTORICO-LCTO-W.
           IF   EVENTO-W EQUAL 1
                MOVE REDUZ-REPASSE-PARM TO REDUZ-LCTO-W
                STRING "REPASSE BRD " NR-BORDERO-CO70 " "
                       NR-CONTRATO-CO70 "/" PARCELA-CO70
                       DELIMITED BY SIZE INTO HISTORICO-LCTO-W
           ELSE
                MOVE REDUZ-RECOMPRA-PARM TO REDUZ-LCTO-W
                STRING "RECOMPRA BRD " NR-BORDERO-CO70 " "
                       NR-CONTRATO-CO70 "/" PARCELA-CO70
                       DELIMITED BY SIZE INTO HISTORICO-LCTO-W.
           MOVE NR-BORDERO-CO70  TO BORDERO-LCTO-W.
           MOVE DATA-HOJE-W      TO DATA-LCTO-W.
           PERFORM LANCA-CAIXA.

           IF   LIN GREATER 56
                WRITE REG-RELAT FROM CAB-EVENTO AFTER PAGE
                MOVE 1 TO LIN.
           WRITE REG-RELAT FROM LINEVENTO.
           ADD 1 TO LIN.

       APLICA-EVENTO-EXIT. EXIT.

      *    uma parcela a menos em aberto no bordero; zerou, encerra
       BAIXA-ABERTA-BORDERO SECTION.
           MOVE NR-BORDERO-CO70 TO NR-BORDERO-CO69.
           READ COD069
               INVALID KEY
                   GO TO BAIXA-ABERTA-BORDERO-EXIT
           END-READ.
           IF   QTDE-ABERTAS-CO69 GREATER ZEROS
                SUBTRACT 1 FROM QTDE-ABERTAS-CO69.
           IF   QTDE-ABERTAS-CO69 EQUAL ZEROS
                MOVE 1 TO SITUACAO-CO69.
           REWRITE REG-COD069
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD069: " ST-COD069
                   GO TO BAIXA-ABERTA-BORDERO-EXIT
           END-REWRITE.
           IF   SITUACAO-CO69 EQUAL 1
                MOVE "ENCERRAMENTO"  TO LOG3-OPERACAO
                MOVE "SITUACAO-CO69" TO CAMPO-LOG-W
                MOVE SPACES          TO ANTERIOR-LOG-W ATUAL-LOG-W
                MOVE "0"             TO ANTERIOR-LOG-W(1:1)
                MOVE "1"             TO ATUAL-LOG-W(1:1)
                PERFORM GRAVA-LOG-BORDERO
                DISPLAY "BORDERO " NR-BORDERO-CO69 " ENCERRADO.".

       BAIXA-ABERTA-BORDERO-EXIT. EXIT.

       EXIBE-TOTAIS-EVENTOS SECTION.
           MOVE TOTAL-REPASSE-W TO VALOR-EXIBE-W.
           DISPLAY "REPASSES AO BANCO....................: "
                   QTDE-REPASSE-W " " VALOR-EXIBE-W.
           MOVE TOTAL-RECOMPRA-W TO VALOR-EXIBE-W.
           DISPLAY "RECOMPRAS............................: "
                   QTDE-RECOMPRA-W " " VALOR-EXIBE-W.

       EXIBE-TOTAIS-EVENTOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-CAIXA - um lancamento no CXD100 com o tipo, a conta
      *    de caixa, a conta reduzida, o valor e o historico montados
      *    por quem chamou, na data do bordero (geracao) ou de hoje
      *    (repasse/recompra); documento "BRD" + numero do bordero.
      *----------------------------------------------------------------
       LANCA-CAIXA SECTION.
           IF   VALOR-LCTO-W EQUAL ZEROS
                GO TO LANCA-CAIXA-EXIT.
           MOVE DATA-LCTO-W         TO DATA-MOV-CX100.
           MOVE 1                   TO SEQ-CX100.
           MOVE TIPO-LCTO-W         TO TIPO-LCTO-CX100.
           MOVE HISTORICO-LCTO-W    TO HISTORICO-CX100.
           MOVE SPACES              TO DOCUMENTO-CX100.
           MOVE "BRD"               TO DOCUMENTO-CX100(1:3).
           MOVE BORDERO-LCTO-W      TO DOCUMENTO-CX100(4:6).
           MOVE VALOR-LCTO-W        TO VALOR-CX100.
           MOVE ZEROS               TO CONTAPART-CX100.
           MOVE REDUZ-LCTO-W        TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM        TO USUARIO-CX100.
           MOVE CONTA-CAIXA-LCTO-W  TO CONTA-CAIXA-CX100.
           MOVE ZEROS               TO CENTRO-CUSTO-CX100.
           MOVE ZEROS               TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100
                GO TO LANCA-CAIXA-EXIT.

           MOVE "INCLUSAO"          TO LOG3-OPERACAO.
           MOVE USUARIO-PARM        TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W         TO LOG3-PERIODO(1:8).
           MOVE HORA-W              TO LOG3-PERIODO(9:6).
           MOVE "CXD100"            TO LOG3-ARQUIVO.
           MOVE SPACES              TO LOG3-CHAVE-REG.
           MOVE DATA-MOV-CX100      TO LOG3-CHAVE-REG(1:8).
           MOVE SEQ-CX100           TO LOG3-CHAVE-REG(9:6).
           MOVE "VALOR-CX100"       TO LOG3-CAMPO.
           MOVE SPACES              TO LOG3-VALOR-ANTERIOR
                                       LOG3-VALOR-ATUAL.
           MOVE VALOR-CX100         TO VALOR-LOG-W.
           MOVE VALOR-LOG-W         TO LOG3-VALOR-ATUAL(1:13).
           MOVE HISTORICO-CX100     TO LOG3-VALOR-ATUAL(15:26).
           MOVE ZEROS               TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       LANCA-CAIXA-EXIT. EXIT.

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

      *----------------------------------------------------------------
      *    CONSULTA-BORDERO - cabecalho e parcelas de um bordero na
      *    tela, com a situacao de cada uma.
      *----------------------------------------------------------------
       CONSULTA-BORDERO SECTION.
           DISPLAY "NUMERO DO BORDERO....................: "
               WITH NO ADVANCING.
           ACCEPT BORDERO-PARM.
           IF   BORDERO-PARM EQUAL ZEROS
                DISPLAY "BORDERO INVALIDO."
                GO TO CONSULTA-BORDERO-EXIT.
           MOVE BORDERO-PARM TO NR-BORDERO-CO69.
           READ COD069
               INVALID KEY
                   DISPLAY "BORDERO NAO ENCONTRADO."
                   GO TO CONSULTA-BORDERO-EXIT
           END-READ.
           MOVE TAXA-MENSAL-CO69 TO TAXA-EDIT-W.
           DISPLAY "BANCO " CODBAN-CO69 "  DATA " DATA-BORDERO-CO69
                   "  TAXA " TAXA-EDIT-W "% A.M.  CURSO "
                   CURSO-CO69 " TURMA " TURMA-CO69.
           MOVE VALOR-FACE-CO69 TO VALOR-EXIBE-W.
           DISPLAY "PARCELAS " QTDE-PARCELAS-CO69
                   " (EM ABERTO " QTDE-ABERTAS-CO69 ")  FACE "
                   VALOR-EXIBE-W.
           MOVE VALOR-LIQUIDO-CO69 TO VALOR-EXIBE-W.
           DISPLAY "LIQUIDO CREDITADO " VALOR-EXIBE-W
                   "  SITUACAO " SITUACAO-CO69
                   " (0-ABERTO 1-ENCERRADO)".

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE BORDERO-PARM TO NR-BORDERO-CO70.
           MOVE ZEROS        TO NR-CONTRATO-CO70 PARCELA-CO70.
           START COD070 KEY IS NOT LESS CHAVE-CO70
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM EXIBE-CEDIDA UNTIL FIM-VARREDURA-TRUE.

       CONSULTA-BORDERO-EXIT. EXIT.

       EXIBE-CEDIDA SECTION.
           READ COD070 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO EXIBE-CEDIDA-EXIT.
           IF   NR-BORDERO-CO70 NOT EQUAL BORDERO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO EXIBE-CEDIDA-EXIT.
           MOVE VALOR-FACE-CO70 TO VALOR-EXIBE-W.
           DISPLAY "CTR " NR-CONTRATO-CO70 "/" PARCELA-CO70
                   " VCTO " DATA-VCTO-CO70 " FACE " VALOR-EXIBE-W
                   " SIT " SITUACAO-CO70 "/" MOTIVO-CO70
                   " EM " DATA-EVENTO-CO70.

       EXIBE-CEDIDA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DIA-ABSOLUTO - recebe AAAAMMDD em DIA-ABSOLUTO-W e
      *    devolve ali o numero de dias desde 01/01/0001, contando os
      *    bissextos (sem FUNCTION INTEGER-OF-DATE), como no COP082
      *----------------------------------------------------------------
       CALCULA-DIA-ABSOLUTO SECTION.
           MOVE DIA-ABSOLUTO-W TO DATA-CONTA-W.
           IF   MES-CONTA-W LESS 1 OR MES-CONTA-W GREATER 12
           OR   ANO-CONTA-W EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO-W
                GO TO CALCULA-DIA-ABSOLUTO-EXIT.
           PERFORM DETERMINA-ULTIMO-DIA-MES.

           EVALUATE MES-CONTA-W
               WHEN 1  MOVE 0   TO DIAS-ACUM-MES-W
               WHEN 2  MOVE 31  TO DIAS-ACUM-MES-W
               WHEN 3  MOVE 59  TO DIAS-ACUM-MES-W
               WHEN 4  MOVE 90  TO DIAS-ACUM-MES-W
               WHEN 5  MOVE 120 TO DIAS-ACUM-MES-W
               WHEN 6  MOVE 151 TO DIAS-ACUM-MES-W
               WHEN 7  MOVE 181 TO DIAS-ACUM-MES-W
               WHEN 8  MOVE 212 TO DIAS-ACUM-MES-W
               WHEN 9  MOVE 243 TO DIAS-ACUM-MES-W
               WHEN 10 MOVE 273 TO DIAS-ACUM-MES-W
               WHEN 11 MOVE 304 TO DIAS-ACUM-MES-W
               WHEN 12 MOVE 334 TO DIAS-ACUM-MES-W
           END-EVALUATE.
           IF   MES-CONTA-W GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES-W.

           COMPUTE ANOS-COMPLETOS-W = ANO-CONTA-W - 1.
           COMPUTE DIA-ABSOLUTO-W = ANOS-COMPLETOS-W * 365
                                  + DIAS-ACUM-MES-W + DIA-CONTA-W.
           DIVIDE ANOS-COMPLETOS-W BY 4   GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 100 GIVING QUOC-BISSEXTO-W.
           SUBTRACT QUOC-BISSEXTO-W FROM DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 400 GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.

       CALCULA-DIA-ABSOLUTO-EXIT. EXIT.

       DETERMINA-ULTIMO-DIA-MES SECTION.
           DIVIDE ANO-CONTA-W BY 4   GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-4-W.
           DIVIDE ANO-CONTA-W BY 100 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-100-W.
           DIVIDE ANO-CONTA-W BY 400 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

           EVALUATE MES-CONTA-W
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
      *    GRAVA-LOG-PARCELA / GRAVA-LOG-ITEM / GRAVA-LOG-BORDERO -
      *    trilha em LOG003; o bordero grava varias no mesmo segundo,
      *    entao GRAVA-LOG-FISICA avanca o periodo na colisao.
      *----------------------------------------------------------------
       GRAVA-LOG-PARCELA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD044"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-CONTRATO-CO44   TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CO44       TO LOG3-CHAVE-REG(7:2).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-ITEM SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD070"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-CO70         TO LOG3-CHAVE-REG(1:14).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-BORDERO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "COD069"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-BORDERO-CO69    TO LOG3-CHAVE-REG(1:6).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD041 COD044 COD050 COD069 COD070 CXD100 LOG003.
           IF   SEM-CXD103-W EQUAL 0
                CLOSE CXD103.

       END PROGRAM COP089.
