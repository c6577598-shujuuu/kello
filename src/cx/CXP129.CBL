       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP129.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CADASTRO DE EMPRESTIMOS E FINANCIAMENTOS TOMADOS
      *        (CXD116) COM O CRONOGRAMA DE PRESTACOES (CXD117). NA
      *        INCLUSAO, BANCO (GRDBAN), VALOR, TAXA MENSAL, SISTEMA
      *        PRICE OU SAC, PRAZO E PRIMEIRO VENCIMENTO GERAM AS
      *        PARCELAS COM AMORTIZACAO, JUROS E SALDO DEVEDOR; O
      *        CRONOGRAMA SAI NA TELA ANTES DE CONFIRMAR E IMPRESSO
      *        DEPOIS. A LIBERACAO PODE SER LANCADA NO CXD100 COMO
      *        CREDITO NA CONTA DO BANCO. O PAGAMENTO DE PARCELA LANCA
      *        O DEBITO DO VALOR PAGO NA CONTA REDUZIDA DO PRINCIPAL -
      *        A SEPARACAO DOS JUROS PARA O DRE E FEITA NO FECHAMENTO
      *        DO MES PELO CXP130. PAGA A ULTIMA, O EMPRESTIMO FICA
      *        QUITADO. EMPRESTIMO SEM PARCELA PAGA PODE SER
      *        CANCELADO (CADASTRO ERRADO). TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX100.

           COPY CXPX103.

           COPY CXPX116.

           COPY CXPX117.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW100.

           COPY CXPW103.

           COPY CXPW116.

           COPY CXPW117.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD103             PIC XX       VALUE SPACES.
           05  ST-CXD116             PIC XX       VALUE SPACES.
           05  ST-CXD117             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  SEM-CXD103-W          PIC 9        VALUE ZEROS.
      *    SEM-CXD103-W = 1 sem o cadastro de contas (status 35): a
      *    conta nao e conferida, como no CXP102
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  MODO-W                PIC 9        VALUE ZEROS.
      *    MODO-W = 1-CRONOGRAMA NA TELA  2-GRAVACAO E IMPRESSAO
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
           05  EMPREST-PARM          PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-BANCO-PARM   PIC X(20)    VALUE SPACES.
           05  DESCRICAO-PARM        PIC X(30)    VALUE SPACES.
           05  MODALIDADE-PARM       PIC 9        VALUE ZEROS.
           05  DATA-CONTRATO-PARM    PIC 9(8)     VALUE ZEROS.
           05  VALOR-CONTRATO-PARM   PIC 9(9)V99  VALUE ZEROS.
           05  TAXA-PARM             PIC 9V9(4)   VALUE ZEROS.
           05  SISTEMA-PARM          PIC 9        VALUE ZEROS.
           05  QTDE-PARCELAS-PARM    PIC 9(3)     VALUE ZEROS.
           05  PRIMEIRO-VCTO-PARM    PIC 9(8)     VALUE ZEROS.
           05  CONTA-CAIXA-PARM      PIC 9(3)     VALUE ZEROS.
           05  REDUZ-PRINCIPAL-PARM  PIC 9(5)     VALUE ZEROS.
           05  REDUZ-JUROS-PARM      PIC 9(5)     VALUE ZEROS.
           05  PARCELA-PARM          PIC 9(3)     VALUE ZEROS.
           05  DATA-PGTO-PARM        PIC 9(8)     VALUE ZEROS.
           05  VALOR-PAGO-PARM       PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-LIBERADO-PARM   PIC 9(9)V99  VALUE ZEROS.
           05  TIPO-LCTO-PARM        PIC 9(2)     VALUE ZEROS.
           05  PARCELA-W             PIC 9(3)     VALUE ZEROS.
           05  QTDE-ABERTAS-W        PIC 9(3)     VALUE ZEROS.
           05  QTDE-PAGAS-W          PIC 9(3)     VALUE ZEROS.
           05  TAXA-DEC-W            PIC 9V9(6)   VALUE ZEROS.
           05  FATOR-W               PIC 9(10)V9(8) VALUE ZEROS.
           05  PRESTACAO-PRICE-W     PIC 9(9)V99  VALUE ZEROS.
           05  AMORT-SAC-W           PIC 9(9)V99  VALUE ZEROS.
           05  SALDO-W               PIC 9(9)V99  VALUE ZEROS.
           05  AMORT-W               PIC 9(9)V99  VALUE ZEROS.
           05  JUROS-W               PIC 9(9)V99  VALUE ZEROS.
           05  PRESTACAO-W           PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-PRESTACAO-W     PIC 9(10)V99 VALUE ZEROS.
           05  TOTAL-JUROS-W         PIC 9(10)V99 VALUE ZEROS.
           05  DIA-VCTO-BASE-W       PIC 9(2)     VALUE ZEROS.
           05  DATA-VCTO-W           PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-VCTO-W.
               10  ANO-VCTO-W        PIC 9(4).
               10  MES-VCTO-W        PIC 9(2).
               10  DIA-VCTO-W        PIC 9(2).
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           05  DATA-EXIBE-W          PIC 99/99/9999 VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  JUROS-EXIBE-W         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  SALDO-EXIBE-W         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  TAXA-EDIT-W           PIC 9,9999   VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  DATA-LCTO-W           PIC 9(8)     VALUE ZEROS.
           05  CONTA-CAIXA-LCTO-W    PIC 9(3)     VALUE ZEROS.
           05  VALOR-LCTO-W          PIC 9(9)V99  VALUE ZEROS.
           05  HISTORICO-LCTO-W      PIC X(30)    VALUE SPACES.
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

       01  CAB-PARC.
           05  FILLER                PIC X(90)   VALUE
           "PARC VENCIMENTO      PRESTACAO    AMORTIZACAO          JUROS
      -    "   SALDO DEVEDOR".

       01  LINPAR.
           05  PARCELA-PAR-REL       PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DATA-VCTO-PAR-REL     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PRESTACAO-PAR-REL     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  AMORT-PAR-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  JUROS-PAR-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SALDO-PAR-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD103.
           MOVE "CXD116" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD116.
           MOVE "CXD117" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD117.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

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

           OPEN I-O CXD116.
           IF   ST-CXD116 EQUAL "35"
                CLOSE CXD116       OPEN OUTPUT CXD116
                CLOSE CXD116       OPEN I-O CXD116.
           IF   ST-CXD116 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD116: " ST-CXD116
                MOVE 1 TO ERRO-W.

           OPEN I-O CXD117.
           IF   ST-CXD117 EQUAL "35"
                CLOSE CXD117       OPEN OUTPUT CXD117
                CLOSE CXD117       OPEN I-O CXD117.
           IF   ST-CXD117 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD117: " ST-CXD117
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
      *    LE-CONTROLE - registro 000000 do CXD116 (ultimo numero);
      *    criado zerado na primeira execucao.
      *----------------------------------------------------------------
       LE-CONTROLE SECTION.
           MOVE ZEROS TO NR-EMPREST-CX116.
           READ CXD116
               INVALID KEY
                   INITIALIZE REG-CXD116
                   MOVE ZEROS TO NR-EMPREST-CX116
                   WRITE REG-CXD116
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CONTROLE CXD116: "
                                   ST-CXD116
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
           MOVE "CXP129" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "EMPRESTIMOS E FINANCIAMENTOS (CXD116/CXD117)".
           DISPLAY "I-INCLUI C-CONSULTA P-PAGA PARCELA X-CANCELA "
                   "F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM INCLUI-EMPRESTIMO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-EMPRESTIMO
               WHEN "P"  WHEN "p"  PERFORM PAGA-PARCELA
               WHEN "X"  WHEN "x"  PERFORM CANCELA-EMPRESTIMO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    INCLUI-EMPRESTIMO - dados do contrato, cronograma na tela,
      *    confirmacao, gravacao do CXD116 e das parcelas no CXD117,
      *    impressao do cronograma e, se pedido, credito da liberacao.
      *----------------------------------------------------------------
       INCLUI-EMPRESTIMO SECTION.
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
                   GO TO INCLUI-EMPRESTIMO-EXIT
               WHEN "99"
                   DISPLAY "AVISO: CADASTRO DE BANCOS INDISPONIVEL - "
                           "BANCO NAO CONFERIDO."
               WHEN OTHER
                   DISPLAY "BANCO: " NOME-BANCO-BAN
           END-EVALUATE.
           DISPLAY "NUMERO DO CONTRATO NO BANCO..........: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-BANCO-PARM.
           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-PARM.
           DISPLAY "MODALIDADE (1-CAPITAL DE GIRO 2-FINANCIAMENTO "
                   "DE EQUIPAMENTO): " WITH NO ADVANCING.
           ACCEPT MODALIDADE-PARM.
           IF   MODALIDADE-PARM NOT EQUAL 1 AND NOT EQUAL 2
                DISPLAY "MODALIDADE INVALIDA."
                GO TO INCLUI-EMPRESTIMO-EXIT.
           DISPLAY "DATA DA CONTRATACAO (ZERO = HOJE)....: "
               WITH NO ADVANCING.
           ACCEPT DATA-CONTRATO-PARM.
           IF   DATA-CONTRATO-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-CONTRATO-PARM.
           DISPLAY "VALOR CONTRATADO.....................: "
               WITH NO ADVANCING.
           ACCEPT VALOR-CONTRATO-PARM.
           IF   VALOR-CONTRATO-PARM EQUAL ZEROS
                DISPLAY "VALOR OBRIGATORIO."
                GO TO INCLUI-EMPRESTIMO-EXIT.
           DISPLAY "TAXA DE JUROS % A.M. (ATE 9,9999)....: "
               WITH NO ADVANCING.
           ACCEPT TAXA-PARM.
           DISPLAY "SISTEMA (1-PRICE 2-SAC)..............: "
               WITH NO ADVANCING.
           ACCEPT SISTEMA-PARM.
           IF   SISTEMA-PARM NOT EQUAL 1 AND NOT EQUAL 2
                DISPLAY "SISTEMA INVALIDO."
                GO TO INCLUI-EMPRESTIMO-EXIT.
           DISPLAY "QUANTIDADE DE PARCELAS (1 A 240).....: "
               WITH NO ADVANCING.
           ACCEPT QTDE-PARCELAS-PARM.
           IF   QTDE-PARCELAS-PARM EQUAL ZEROS
           OR   QTDE-PARCELAS-PARM GREATER 240
                DISPLAY "QUANTIDADE DE PARCELAS INVALIDA."
                GO TO INCLUI-EMPRESTIMO-EXIT.
           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD).......: "
               WITH NO ADVANCING.
           ACCEPT PRIMEIRO-VCTO-PARM.
           MOVE PRIMEIRO-VCTO-PARM TO DATA-VCTO-W.
           IF   PRIMEIRO-VCTO-PARM NOT GREATER DATA-CONTRATO-PARM
           OR   MES-VCTO-W LESS 1 OR MES-VCTO-W GREATER 12
           OR   DIA-VCTO-W LESS 1 OR DIA-VCTO-W GREATER 31
                DISPLAY "PRIMEIRO VENCIMENTO INVALIDO."
                GO TO INCLUI-EMPRESTIMO-EXIT.
           DISPLAY "CONTA DE CAIXA/BANCO DO EMPRESTIMO...: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           PERFORM CONFERE-CONTA-CAIXA.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO INCLUI-EMPRESTIMO-EXIT.
           DISPLAY "CONTA REDUZIDA DO PRINCIPAL (PASSIVO): "
               WITH NO ADVANCING.
           ACCEPT REDUZ-PRINCIPAL-PARM.
           DISPLAY "CONTA REDUZIDA DOS JUROS (DESPESA)...: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-JUROS-PARM.
           IF   REDUZ-PRINCIPAL-PARM EQUAL ZEROS
           OR   REDUZ-JUROS-PARM EQUAL ZEROS
                DISPLAY "CONTAS REDUZIDAS OBRIGATORIAS."
                GO TO INCLUI-EMPRESTIMO-EXIT.

           MOVE 1 TO MODO-W.
           DISPLAY CAB-PARC.
           PERFORM GERA-CRONOGRAMA.
           MOVE TOTAL-PRESTACAO-W TO VALOR-EXIBE-W.
           MOVE TOTAL-JUROS-W     TO JUROS-EXIBE-W.
           DISPLAY "TOTAL DAS PRESTACOES " VALOR-EXIBE-W
                   "  TOTAL DE JUROS " JUROS-EXIBE-W.

           DISPLAY "GRAVAR O EMPRESTIMO (S/N)............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "EMPRESTIMO NAO GRAVADO."
                GO TO INCLUI-EMPRESTIMO-EXIT.

           PERFORM NUMERA-EMPRESTIMO.
           IF   EMPREST-PARM EQUAL ZEROS
                GO TO INCLUI-EMPRESTIMO-EXIT.

           INITIALIZE REG-CXD116.
           MOVE EMPREST-PARM         TO NR-EMPREST-CX116.
           MOVE CODBAN-BAN           TO CODBAN-CX116.
           MOVE CONTRATO-BANCO-PARM  TO CONTRATO-BANCO-CX116.
           MOVE DESCRICAO-PARM       TO DESCRICAO-CX116.
           MOVE MODALIDADE-PARM      TO MODALIDADE-CX116.
           MOVE DATA-CONTRATO-PARM   TO DATA-CONTRATO-CX116.
           MOVE VALOR-CONTRATO-PARM  TO VALOR-CONTRATO-CX116.
           MOVE TAXA-PARM            TO TAXA-MENSAL-CX116.
           MOVE SISTEMA-PARM         TO SISTEMA-CX116.
           MOVE QTDE-PARCELAS-PARM   TO QTDE-PARCELAS-CX116.
           MOVE PRIMEIRO-VCTO-PARM   TO PRIMEIRO-VCTO-CX116.
           MOVE CONTA-CAIXA-PARM     TO CONTA-CAIXA-CX116.
           MOVE REDUZ-PRINCIPAL-PARM TO REDUZ-PRINCIPAL-CX116.
           MOVE REDUZ-JUROS-PARM     TO REDUZ-JUROS-CX116.
           MOVE 0                    TO SITUACAO-CX116.
           MOVE USUARIO-PARM         TO USUARIO-CX116.
           WRITE REG-CXD116
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CXD116: " ST-CXD116
                   GO TO INCLUI-EMPRESTIMO-EXIT
           END-WRITE.
           MOVE "INCLUSAO"           TO LOG3-OPERACAO.
           MOVE "VALOR-CONTRATO-CX116" TO CAMPO-LOG-W.
           MOVE SPACES               TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE VALOR-CONTRATO-PARM  TO VALOR-LOG-W.
           MOVE VALOR-LOG-W          TO ATUAL-LOG-W(1:13).
           MOVE "BANCO"              TO ATUAL-LOG-W(15:5).
           MOVE CODBAN-BAN           TO ATUAL-LOG-W(21:3).
           PERFORM GRAVA-LOG-EMPRESTIMO.

           OPEN OUTPUT RELAT.
           PERFORM IMPRIME-CABECALHO-CRONOGRAMA.
           MOVE 2 TO MODO-W.
           PERFORM GERA-CRONOGRAMA.
           MOVE SPACES TO TEXTO-REL.
           MOVE TOTAL-PRESTACAO-W TO VALOR-EXIBE-W.
           MOVE TOTAL-JUROS-W     TO JUROS-EXIBE-W.
           STRING "TOTAL DAS PRESTACOES: " VALOR-EXIBE-W
                  "   TOTAL DE JUROS: " JUROS-EXIBE-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           CLOSE RELAT.
           DISPLAY "EMPRESTIMO No " EMPREST-PARM
                   " GRAVADO - CRONOGRAMA IMPRESSO.".

           PERFORM LANCA-LIBERACAO.

       INCLUI-EMPRESTIMO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-LIBERACAO - o dinheiro que o banco pos na conta entra
      *    no CXD100 na conta reduzida do principal. Financiamento
      *    pago direto ao fornecedor do equipamento nao passa pelo
      *    caixa: responder N.
      *----------------------------------------------------------------
       LANCA-LIBERACAO SECTION.
           DISPLAY "LANCAR A LIBERACAO NO CAIXA (S/N)....: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO LANCA-LIBERACAO-EXIT.
           DISPLAY "VALOR LIBERADO (ZERO = CONTRATADO)...: "
               WITH NO ADVANCING.
           ACCEPT VALOR-LIBERADO-PARM.
           IF   VALOR-LIBERADO-PARM EQUAL ZEROS
                MOVE VALOR-CONTRATO-PARM TO VALOR-LIBERADO-PARM.
           MOVE DATA-CONTRATO-PARM TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "DATA DA CONTRATACAO EM PERIODO FECHADO - "
                        "LIBERACAO NAO LANCADA (VER CTP001)."
                GO TO LANCA-LIBERACAO-EXIT.
           DISPLAY "TIPO LCTO DO CREDITO (50-99).........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-LCTO-PARM.
           IF   TIPO-LCTO-PARM LESS 50
                DISPLAY "TIPO DE CREDITO INVALIDO - LIBERACAO NAO "
                        "LANCADA."
                GO TO LANCA-LIBERACAO-EXIT.

           MOVE DATA-CONTRATO-PARM  TO DATA-LCTO-W.
           MOVE CONTA-CAIXA-PARM    TO CONTA-CAIXA-LCTO-W.
           MOVE VALOR-LIBERADO-PARM TO VALOR-LCTO-W.
           MOVE SPACES              TO HISTORICO-LCTO-W.
           STRING "LIBERACAO EMPREST " EMPREST-PARM
                  DELIMITED BY SIZE INTO HISTORICO-LCTO-W.
           MOVE REDUZ-PRINCIPAL-PARM TO CONTA-REDUZ-CX100.
           PERFORM LANCA-CAIXA.

       LANCA-LIBERACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-CONTA-CAIXA - a conta tem de existir no CXD103 e
      *    estar ativa (sem o cadastro, segue sem conferir).
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
      *    NUMERA-EMPRESTIMO - avanca o ultimo numero no controle.
      *----------------------------------------------------------------
       NUMERA-EMPRESTIMO SECTION.
           MOVE ZEROS TO EMPREST-PARM.
           MOVE ZEROS TO NR-EMPREST-CX116.
           READ CXD116
               INVALID KEY
                   DISPLAY "CONTROLE DO CXD116 NAO ENCONTRADO."
                   GO TO NUMERA-EMPRESTIMO-EXIT
           END-READ.
           ADD 1 TO ULTIMO-NR-CX116.
           REWRITE REG-CXD116
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CONTROLE CXD116: "
                           ST-CXD116
                   GO TO NUMERA-EMPRESTIMO-EXIT
           END-REWRITE.
           MOVE ULTIMO-NR-CX116 TO EMPREST-PARM.

       NUMERA-EMPRESTIMO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-CRONOGRAMA - juros do mes sobre o saldo devedor;
      *    PRICE: prestacao fixa = V * i * (1+i)^n / ((1+i)^n - 1),
      *    amortizacao = prestacao - juros; SAC: amortizacao fixa =
      *    V / n, prestacao = amortizacao + juros. A ultima parcela
      *    leva o resto do saldo (arredondamento). Vencimentos mes a
      *    mes no dia do primeiro (ultimo dia nos meses mais curtos).
      *----------------------------------------------------------------
       GERA-CRONOGRAMA SECTION.
           MOVE ZEROS TO TOTAL-PRESTACAO-W TOTAL-JUROS-W.
           MOVE VALOR-CONTRATO-PARM TO SALDO-W.
           COMPUTE TAXA-DEC-W = TAXA-PARM / 100.
           MOVE PRIMEIRO-VCTO-PARM  TO DATA-VCTO-W.
           MOVE DIA-VCTO-W          TO DIA-VCTO-BASE-W.

           IF   TAXA-DEC-W EQUAL ZEROS
                COMPUTE PRESTACAO-PRICE-W ROUNDED =
                        VALOR-CONTRATO-PARM / QTDE-PARCELAS-PARM
           ELSE
                MOVE 1 TO FATOR-W
                PERFORM CAPITALIZA-MES QTDE-PARCELAS-PARM TIMES
                COMPUTE PRESTACAO-PRICE-W ROUNDED =
                        VALOR-CONTRATO-PARM * TAXA-DEC-W * FATOR-W
                        / (FATOR-W - 1).
           COMPUTE AMORT-SAC-W ROUNDED =
                   VALOR-CONTRATO-PARM / QTDE-PARCELAS-PARM.

           PERFORM GERA-PARCELA
                   VARYING PARCELA-W FROM 1 BY 1
                   UNTIL PARCELA-W GREATER QTDE-PARCELAS-PARM.

       GERA-CRONOGRAMA-EXIT. EXIT.

       CAPITALIZA-MES SECTION.
           COMPUTE FATOR-W ROUNDED = FATOR-W * (1 + TAXA-DEC-W).

       CAPITALIZA-MES-EXIT. EXIT.

       GERA-PARCELA SECTION.
           COMPUTE JUROS-W ROUNDED = SALDO-W * TAXA-DEC-W.
           IF   SISTEMA-PARM EQUAL 1
                IF   PRESTACAO-PRICE-W GREATER JUROS-W
                     COMPUTE AMORT-W = PRESTACAO-PRICE-W - JUROS-W
                ELSE
                     MOVE ZEROS TO AMORT-W
                END-IF
           ELSE
                MOVE AMORT-SAC-W TO AMORT-W.
           IF   PARCELA-W EQUAL QTDE-PARCELAS-PARM
           OR   AMORT-W GREATER SALDO-W
                MOVE SALDO-W TO AMORT-W.
           COMPUTE PRESTACAO-W = AMORT-W + JUROS-W.
           SUBTRACT AMORT-W FROM SALDO-W.
           ADD PRESTACAO-W TO TOTAL-PRESTACAO-W.
           ADD JUROS-W     TO TOTAL-JUROS-W.

           MOVE PARCELA-W   TO PARCELA-PAR-REL.
           MOVE DIA-VCTO-W  TO DIA-DMA-W.
           MOVE MES-VCTO-W  TO MES-DMA-W.
           MOVE ANO-VCTO-W  TO ANO-DMA-W.
           MOVE DATA-DMA-R  TO DATA-VCTO-PAR-REL.
           MOVE PRESTACAO-W TO PRESTACAO-PAR-REL.
           MOVE AMORT-W     TO AMORT-PAR-REL.
           MOVE JUROS-W     TO JUROS-PAR-REL.
           MOVE SALDO-W     TO SALDO-PAR-REL.

           IF   MODO-W EQUAL 1
                DISPLAY LINPAR
           ELSE
                PERFORM GRAVA-PARCELA.

           PERFORM AVANCA-MES.

       GERA-PARCELA-EXIT. EXIT.

       GRAVA-PARCELA SECTION.
           INITIALIZE REG-CXD117.
           MOVE EMPREST-PARM  TO NR-EMPREST-CX117.
           MOVE PARCELA-W     TO PARCELA-CX117.
           MOVE DATA-VCTO-W   TO DATA-VCTO-CX117.
           MOVE PRESTACAO-W   TO VALOR-PRESTACAO-CX117.
           MOVE AMORT-W       TO VALOR-AMORT-CX117.
           MOVE JUROS-W       TO VALOR-JUROS-CX117.
           MOVE SALDO-W       TO SALDO-DEVEDOR-CX117.
           MOVE 0             TO SITUACAO-CX117.
           MOVE ZEROS         TO DATA-PGTO-CX117 VALOR-PAGO-CX117
                                 CONTA-CAIXA-PGTO-CX117
                                 MESANO-APROPR-CX117.
           MOVE USUARIO-PARM  TO USUARIO-CX117.
           WRITE REG-CXD117
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CXD117 PARCELA " PARCELA-W
                           ": " ST-CXD117
           END-WRITE.

           IF   LIN GREATER 56
                WRITE REG-RELAT FROM CAB-PARC AFTER PAGE
                MOVE 1 TO LIN.
           WRITE REG-RELAT FROM LINPAR.
           ADD 1 TO LIN.

       GRAVA-PARCELA-EXIT. EXIT.

       AVANCA-MES SECTION.
           IF   MES-VCTO-W LESS 12
                ADD 1 TO MES-VCTO-W
           ELSE
                MOVE 1 TO MES-VCTO-W
                ADD 1 TO ANO-VCTO-W.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           IF   DIA-VCTO-BASE-W GREATER ULTIMO-DIA-MES-W
                MOVE ULTIMO-DIA-MES-W TO DIA-VCTO-W
           ELSE
                MOVE DIA-VCTO-BASE-W  TO DIA-VCTO-W.

       AVANCA-MES-EXIT. EXIT.

       DETERMINA-ULTIMO-DIA-MES SECTION.
           DIVIDE ANO-VCTO-W BY 4   GIVING QUOC-BISSEXTO-W
                                    REMAINDER RESTO-4-W.
           DIVIDE ANO-VCTO-W BY 100 GIVING QUOC-BISSEXTO-W
                                    REMAINDER RESTO-100-W.
           DIVIDE ANO-VCTO-W BY 400 GIVING QUOC-BISSEXTO-W
                                    REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

           EVALUATE MES-VCTO-W
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

       IMPRIME-CABECALHO-CRONOGRAMA SECTION.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "CRONOGRAMA DO EMPRESTIMO No " EMPREST-PARM
                  "  -  " DESCRICAO-PARM
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE ALL "=" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "BANCO: " CODBAN-BAN " " NOME-BANCO-BAN
                  "  CONTRATO: " CONTRATO-BANCO-PARM
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE TAXA-PARM           TO TAXA-EDIT-W.
           MOVE VALOR-CONTRATO-PARM TO VALOR-EXIBE-W.
           MOVE SPACES TO TEXTO-REL.
           IF   SISTEMA-PARM EQUAL 1
                STRING "VALOR: " VALOR-EXIBE-W "  TAXA: " TAXA-EDIT-W
                       "% A.M.  SISTEMA PRICE  PARCELAS: "
                       QTDE-PARCELAS-PARM
                       DELIMITED BY SIZE INTO TEXTO-REL
           ELSE
                STRING "VALOR: " VALOR-EXIBE-W "  TAXA: " TAXA-EDIT-W
                       "% A.M.  SISTEMA SAC  PARCELAS: "
                       QTDE-PARCELAS-PARM
                       DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           WRITE REG-RELAT FROM CAB-PARC AFTER 2.
           MOVE 8 TO LIN.

       IMPRIME-CABECALHO-CRONOGRAMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-EMPRESTIMO - le o CXD116 pelo numero pedido.
      *----------------------------------------------------------------
       LOCALIZA-EMPRESTIMO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "NUMERO DO EMPRESTIMO.................: "
               WITH NO ADVANCING.
           ACCEPT EMPREST-PARM.
           IF   EMPREST-PARM EQUAL ZEROS
                DISPLAY "EMPRESTIMO INVALIDO."
                MOVE 1 TO ERRO-W
                GO TO LOCALIZA-EMPRESTIMO-EXIT.
           MOVE EMPREST-PARM TO NR-EMPREST-CX116.
           READ CXD116
               INVALID KEY
                   DISPLAY "EMPRESTIMO NAO ENCONTRADO."
                   MOVE 1 TO ERRO-W
           END-READ.

       LOCALIZA-EMPRESTIMO-EXIT. EXIT.

       CONSULTA-EMPRESTIMO SECTION.
           PERFORM LOCALIZA-EMPRESTIMO.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO CONSULTA-EMPRESTIMO-EXIT.
           MOVE TAXA-MENSAL-CX116    TO TAXA-EDIT-W.
           MOVE VALOR-CONTRATO-CX116 TO VALOR-EXIBE-W.
           DISPLAY DESCRICAO-CX116 "  BANCO " CODBAN-CX116
                   " CONTRATO " CONTRATO-BANCO-CX116.
           DISPLAY "VALOR " VALOR-EXIBE-W "  TAXA " TAXA-EDIT-W
                   "% A.M.  SISTEMA " SISTEMA-CX116
                   " (1-PRICE 2-SAC)  SITUACAO " SITUACAO-CX116
                   " (0-ATIVO 1-QUITADO 2-CANCELADO)".
           DISPLAY "PARC VENCIMENTO      PRESTACAO SIT  PAGO EM".
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE EMPREST-PARM TO NR-EMPREST-CX117.
           MOVE ZEROS        TO PARCELA-CX117.
           START CXD117 KEY IS NOT LESS CHAVE-CX117
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM EXIBE-PARCELA UNTIL FIM-VARREDURA-TRUE.

       CONSULTA-EMPRESTIMO-EXIT. EXIT.

       EXIBE-PARCELA SECTION.
           READ CXD117 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO EXIBE-PARCELA-EXIT.
           IF   NR-EMPREST-CX117 NOT EQUAL EMPREST-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO EXIBE-PARCELA-EXIT.
           MOVE DATA-VCTO-CX117 TO DATA-VCTO-W.
           MOVE DIA-VCTO-W      TO DIA-DMA-W.
           MOVE MES-VCTO-W      TO MES-DMA-W.
           MOVE ANO-VCTO-W      TO ANO-DMA-W.
           MOVE DATA-DMA-R      TO DATA-EXIBE-W.
           MOVE VALOR-PRESTACAO-CX117 TO VALOR-EXIBE-W.
           DISPLAY PARCELA-CX117 "  " DATA-EXIBE-W " " VALOR-EXIBE-W
                   "  " SITUACAO-CX117 "   " DATA-PGTO-CX117.

       EXIBE-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PAGA-PARCELA - baixa de uma prestacao: o valor pago (nunca
      *    menor que a prestacao; o excesso e encargo de atraso e vai
      *    junto com os juros no CXP130) sai da conta do banco no
      *    CXD100 pela conta reduzida do principal.
      *----------------------------------------------------------------
       PAGA-PARCELA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM LOCALIZA-EMPRESTIMO.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO PAGA-PARCELA-EXIT.
           IF   SITUACAO-CX116 NOT EQUAL 0
                DISPLAY "EMPRESTIMO QUITADO OU CANCELADO."
                GO TO PAGA-PARCELA-EXIT.
           DISPLAY "PARCELA (ZERO = PRIMEIRA EM ABERTO)..: "
               WITH NO ADVANCING.
           ACCEPT PARCELA-PARM.
           IF   PARCELA-PARM EQUAL ZEROS
                PERFORM ACHA-PRIMEIRA-ABERTA
                IF   PARCELA-PARM EQUAL ZEROS
                     DISPLAY "NENHUMA PARCELA EM ABERTO."
                     GO TO PAGA-PARCELA-EXIT
                END-IF
           END-IF.
           MOVE EMPREST-PARM TO NR-EMPREST-CX117.
           MOVE PARCELA-PARM TO PARCELA-CX117.
           READ CXD117
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA."
                   GO TO PAGA-PARCELA-EXIT
           END-READ.
           IF   SITUACAO-CX117 NOT EQUAL 0
                DISPLAY "PARCELA JA PAGA OU CANCELADA."
                GO TO PAGA-PARCELA-EXIT.
           MOVE VALOR-PRESTACAO-CX117 TO VALOR-EXIBE-W.
           DISPLAY "PARCELA " PARCELA-CX117 " VENCIMENTO "
                   DATA-VCTO-CX117 " PRESTACAO " VALOR-EXIBE-W.

           DISPLAY "DATA DO PAGAMENTO (ZERO = HOJE)......: "
               WITH NO ADVANCING.
           ACCEPT DATA-PGTO-PARM.
           IF   DATA-PGTO-PARM EQUAL ZEROS
                MOVE DATA-HOJE-W TO DATA-PGTO-PARM.
           MOVE DATA-PGTO-PARM TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "DATA DO PAGAMENTO EM PERIODO FECHADO - VER "
                        "CTP001."
                GO TO PAGA-PARCELA-EXIT.
           DISPLAY "VALOR PAGO (ZERO = PRESTACAO)........: "
               WITH NO ADVANCING.
           ACCEPT VALOR-PAGO-PARM.
           IF   VALOR-PAGO-PARM EQUAL ZEROS
                MOVE VALOR-PRESTACAO-CX117 TO VALOR-PAGO-PARM.
           IF   VALOR-PAGO-PARM LESS VALOR-PRESTACAO-CX117
                DISPLAY "VALOR PAGO MENOR QUE A PRESTACAO."
                GO TO PAGA-PARCELA-EXIT.
           DISPLAY "CONTA DE CAIXA/BANCO (ZERO = " CONTA-CAIXA-CX116
                   ")....: " WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-PARM.
           IF   CONTA-CAIXA-PARM EQUAL ZEROS
                MOVE CONTA-CAIXA-CX116 TO CONTA-CAIXA-PARM.
           PERFORM CONFERE-CONTA-CAIXA.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO PAGA-PARCELA-EXIT.
           DISPLAY "TIPO LCTO DO DEBITO (01-49)..........: "
               WITH NO ADVANCING.
           ACCEPT TIPO-LCTO-PARM.
           IF   TIPO-LCTO-PARM EQUAL ZEROS
           OR   TIPO-LCTO-PARM GREATER 49
                DISPLAY "TIPO DE DEBITO INVALIDO."
                GO TO PAGA-PARCELA-EXIT.
           DISPLAY "CONFIRMA O PAGAMENTO (S/N)...........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "PAGAMENTO NAO LANCADO."
                GO TO PAGA-PARCELA-EXIT.

           MOVE 1                TO SITUACAO-CX117.
           MOVE DATA-PGTO-PARM   TO DATA-PGTO-CX117.
           MOVE VALOR-PAGO-PARM  TO VALOR-PAGO-CX117.
           MOVE CONTA-CAIXA-PARM TO CONTA-CAIXA-PGTO-CX117.
           MOVE ZEROS            TO MESANO-APROPR-CX117.
           MOVE USUARIO-PARM     TO USUARIO-CX117.
           REWRITE REG-CXD117
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD117: " ST-CXD117
                   GO TO PAGA-PARCELA-EXIT
           END-REWRITE.
           MOVE "PAGAMENTO"      TO LOG3-OPERACAO.
           MOVE "VALOR-PAGO-CX117" TO CAMPO-LOG-W.
           MOVE SPACES           TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE VALOR-PAGO-PARM  TO VALOR-LOG-W.
           MOVE VALOR-LOG-W      TO ATUAL-LOG-W(1:13).
           MOVE DATA-PGTO-PARM   TO ATUAL-LOG-W(15:8).
           PERFORM GRAVA-LOG-PARCELA.

           MOVE DATA-PGTO-PARM   TO DATA-LCTO-W.
           MOVE CONTA-CAIXA-PARM TO CONTA-CAIXA-LCTO-W.
           MOVE VALOR-PAGO-PARM  TO VALOR-LCTO-W.
           MOVE SPACES           TO HISTORICO-LCTO-W.
           STRING "PREST EMPREST " EMPREST-PARM " PARC "
                  PARCELA-CX117
                  DELIMITED BY SIZE INTO HISTORICO-LCTO-W.
           MOVE REDUZ-PRINCIPAL-CX116 TO CONTA-REDUZ-CX100.
           PERFORM LANCA-CAIXA.
           DISPLAY "PARCELA PAGA.".

           PERFORM ACHA-PRIMEIRA-ABERTA.
           IF   PARCELA-PARM EQUAL ZEROS
                PERFORM QUITA-EMPRESTIMO.

       PAGA-PARCELA-EXIT. EXIT.

      *    primeira parcela em aberto do emprestimo em PARCELA-PARM
      *    (zero = nenhuma)
       ACHA-PRIMEIRA-ABERTA SECTION.
           MOVE ZEROS TO PARCELA-PARM FIM-VARREDURA-W.
           MOVE EMPREST-PARM TO NR-EMPREST-CX117.
           MOVE ZEROS        TO PARCELA-CX117.
           START CXD117 KEY IS NOT LESS CHAVE-CX117
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM PROCURA-ABERTA UNTIL FIM-VARREDURA-TRUE.

       ACHA-PRIMEIRA-ABERTA-EXIT. EXIT.

       PROCURA-ABERTA SECTION.
           READ CXD117 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO PROCURA-ABERTA-EXIT.
           IF   NR-EMPREST-CX117 NOT EQUAL EMPREST-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO PROCURA-ABERTA-EXIT.
           IF   SITUACAO-CX117 EQUAL 0
                MOVE PARCELA-CX117 TO PARCELA-PARM
                MOVE 1 TO FIM-VARREDURA-W.

       PROCURA-ABERTA-EXIT. EXIT.

       QUITA-EMPRESTIMO SECTION.
           MOVE EMPREST-PARM TO NR-EMPREST-CX116.
           READ CXD116
               INVALID KEY
                   GO TO QUITA-EMPRESTIMO-EXIT
           END-READ.
           MOVE 1            TO SITUACAO-CX116.
           MOVE USUARIO-PARM TO USUARIO-CX116.
           REWRITE REG-CXD116
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD116: " ST-CXD116
                   GO TO QUITA-EMPRESTIMO-EXIT
           END-REWRITE.
           MOVE "QUITACAO"       TO LOG3-OPERACAO.
           MOVE "SITUACAO-CX116" TO CAMPO-LOG-W.
           MOVE SPACES           TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0"              TO ANTERIOR-LOG-W(1:1).
           MOVE "1"              TO ATUAL-LOG-W(1:1).
           PERFORM GRAVA-LOG-EMPRESTIMO.
           DISPLAY "ULTIMA PARCELA PAGA - EMPRESTIMO QUITADO.".

       QUITA-EMPRESTIMO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CANCELA-EMPRESTIMO - cadastro errado, antes de qualquer
      *    pagamento: o emprestimo e as parcelas ficam cancelados (a
      *    projecao do CXP107 deixa de ve-las). A liberacao lancada,
      *    se houve, e estornada a mao no caixa.
      *----------------------------------------------------------------
       CANCELA-EMPRESTIMO SECTION.
           PERFORM LOCALIZA-EMPRESTIMO.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO CANCELA-EMPRESTIMO-EXIT.
           IF   SITUACAO-CX116 NOT EQUAL 0
                DISPLAY "EMPRESTIMO JA QUITADO OU CANCELADO."
                GO TO CANCELA-EMPRESTIMO-EXIT.

           MOVE 1 TO MODO-W.
           PERFORM MARCA-PARCELAS.
           IF   QTDE-PAGAS-W GREATER ZEROS
                DISPLAY "EMPRESTIMO COM " QTDE-PAGAS-W
                        " PARCELA(S) PAGA(S) - NAO PODE SER CANCELADO."
                GO TO CANCELA-EMPRESTIMO-EXIT.
           DISPLAY "CANCELAR O EMPRESTIMO (S/N)..........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO CANCELA-EMPRESTIMO-EXIT.

           MOVE 2 TO MODO-W.
           PERFORM MARCA-PARCELAS.
           MOVE EMPREST-PARM TO NR-EMPREST-CX116.
           READ CXD116
               INVALID KEY
                   GO TO CANCELA-EMPRESTIMO-EXIT
           END-READ.
           MOVE 2            TO SITUACAO-CX116.
           MOVE USUARIO-PARM TO USUARIO-CX116.
           REWRITE REG-CXD116
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD116: " ST-CXD116
                   GO TO CANCELA-EMPRESTIMO-EXIT
           END-REWRITE.
           MOVE "CANCELAMENTO"   TO LOG3-OPERACAO.
           MOVE "SITUACAO-CX116" TO CAMPO-LOG-W.
           MOVE SPACES           TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0"              TO ANTERIOR-LOG-W(1:1).
           MOVE "2"              TO ATUAL-LOG-W(1:1).
           PERFORM GRAVA-LOG-EMPRESTIMO.
           DISPLAY "EMPRESTIMO CANCELADO.".

       CANCELA-EMPRESTIMO-EXIT. EXIT.

      *    MODO-W 1 conta as pagas; 2 cancela as em aberto
       MARCA-PARCELAS SECTION.
           MOVE ZEROS TO QTDE-PAGAS-W FIM-VARREDURA-W.
           MOVE EMPREST-PARM TO NR-EMPREST-CX117.
           MOVE ZEROS        TO PARCELA-CX117.
           START CXD117 KEY IS NOT LESS CHAVE-CX117
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM MARCA-UMA-PARCELA UNTIL FIM-VARREDURA-TRUE.

       MARCA-PARCELAS-EXIT. EXIT.

       MARCA-UMA-PARCELA SECTION.
           READ CXD117 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO MARCA-UMA-PARCELA-EXIT.
           IF   NR-EMPREST-CX117 NOT EQUAL EMPREST-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO MARCA-UMA-PARCELA-EXIT.
           IF   SITUACAO-CX117 EQUAL 1
                ADD 1 TO QTDE-PAGAS-W.
           IF   MODO-W EQUAL 2
           AND  SITUACAO-CX117 EQUAL 0
                MOVE 2            TO SITUACAO-CX117
                MOVE USUARIO-PARM TO USUARIO-CX117
                REWRITE REG-CXD117
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CXD117: " ST-CXD117
                END-REWRITE.

       MARCA-UMA-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-CAIXA - um lancamento de caixa no CXD100 com a data,
      *    a conta, o valor, o historico e a conta reduzida (ja em
      *    CONTA-REDUZ-CX100) montados por quem chamou; tipo em
      *    TIPO-LCTO-PARM, documento "EMP" + numero do emprestimo.
      *----------------------------------------------------------------
       LANCA-CAIXA SECTION.
           MOVE DATA-LCTO-W         TO DATA-MOV-CX100.
           MOVE 1                   TO SEQ-CX100.
           MOVE TIPO-LCTO-PARM      TO TIPO-LCTO-CX100.
           MOVE HISTORICO-LCTO-W    TO HISTORICO-CX100.
           MOVE SPACES              TO DOCUMENTO-CX100.
           MOVE "EMP"               TO DOCUMENTO-CX100(1:3).
           MOVE EMPREST-PARM        TO DOCUMENTO-CX100(4:6).
           MOVE VALOR-LCTO-W        TO VALOR-CX100.
           MOVE ZEROS               TO CONTAPART-CX100.
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
      *    GRAVA-LOG-EMPRESTIMO / GRAVA-LOG-PARCELA - trilha em LOG003;
      *    GRAVA-LOG-FISICA avanca o periodo na colisao.
      *----------------------------------------------------------------
       GRAVA-LOG-EMPRESTIMO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CXD116"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE EMPREST-PARM       TO LOG3-CHAVE-REG(1:6).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-PARCELA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CXD117"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-CX117        TO LOG3-CHAVE-REG(1:9).
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
           CLOSE CXD100 CXD116 CXD117 LOG003.
           IF   SEM-CXD103-W EQUAL 0
                CLOSE CXD103.

       END PROGRAM CXP129.
