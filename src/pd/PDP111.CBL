       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDP111.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: PROPOSTA COMERCIAL IMPRESSA DIRETO DO PEDIDO EM
      *        ORCAMENTO OU CONDICIONAL: DADOS DO CLIENTE (CGD001/
      *        CGD011/CGD012), CADA LINHA DO PDD101 COM O PRODUTO/
      *        MODELO DO RCD101 (GRDPRD), QUANTIDADE, PRECO DE TABELA,
      *        DESCONTO DA CAMPANHA DO PDD104 (OU NEGOCIADO) E TOTAL,
      *        AS CONDICOES DE PAGAMENTO E A VALIDADE. CADA IMPRESSAO
      *        E UMA VERSAO NUMERADA GUARDADA NO PDD105/PDD106 E PODE
      *        SER REIMPRESSA IGUAL AO PAPEL ENTREGUE; A VERSAO ACEITA
      *        PELO CLIENTE E MARCADA NO PDP107 QUANDO O PEDIDO AVANCA.
      *        PEDIDO CUJO TOTAL NO PDD100 NAO BATE COM AS LINHAS SO
      *        SAI DEPOIS DE RECALCULADO NO PDP103. TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY PDPX100.

           COPY PDPX101.

           COPY PDPX104.

           COPY PDPX105.

           COPY PDPX106.

           COPY CGPX001.

           COPY CGPX011.

           COPY CGPX012.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY PDPW100.

           COPY PDPW101.

           COPY PDPW104.

           COPY PDPW105.

           COPY PDPW106.

           COPY CGPW001.

           COPY CGPW011.

           COPY CGPW012.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-PDD100             PIC XX       VALUE SPACES.
           05  ST-PDD101             PIC XX       VALUE SPACES.
           05  ST-PDD104             PIC XX       VALUE SPACES.
           05  ST-PDD105             PIC XX       VALUE SPACES.
           05  ST-PDD106             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD012             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  SEM-PDD104-W          PIC 9        VALUE ZEROS.
      *    SEM-PDD104-W = 1 sem o cadastro de campanhas (status 35):
      *    a linha sai com o codigo da campanha, sem a descricao
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
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
           05  PEDIDO-PARM           PIC 9(6)     VALUE ZEROS.
           05  VERSAO-PARM           PIC 9(3)     VALUE ZEROS.
           05  DIAS-VALIDADE-PARM    PIC 9(3)     VALUE ZEROS.
           05  ENTRADA-PARM          PIC 9(8)V99  VALUE ZEROS.
           05  PARCELAS-PARM         PIC 9(2)     VALUE ZEROS.
           05  DATA-1A-PARCELA-PARM  PIC 9(8)     VALUE ZEROS.
           05  CONDICOES-PARM        PIC X(60)    VALUE SPACES.
           05  ULTIMA-VERSAO-W       PIC 9(3)     VALUE ZEROS.
           05  QTDE-ITENS-W          PIC 9(3)     VALUE ZEROS.
           05  PRECO-TABELA-W        PIC 9(6)V99  VALUE ZEROS.
           05  DESCONTO-UNIT-W       PIC 9(6)V99  VALUE ZEROS.
           05  TOTAL-TABELA-W        PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-LINHAS-W        PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-DESCONTO-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PARCELA-W       PIC 9(8)V99  VALUE ZEROS.
           05  REIMPRESSAO-W         PIC 9        VALUE ZEROS.
      *    REIMPRESSAO-W = 1 imprimindo uma versao ja guardada: as
      *    linhas vem do PDD106, nao do PDD101
           05  DIAS-CONTA-W          PIC 9(3)     VALUE ZEROS.
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
           05  QTDE-CAMP-W           PIC 9(2)     VALUE ZEROS.
           05  CLASSIF-W             PIC 9        VALUE ZEROS.
           05  NOME-CLIENTE-W        PIC X(40)    VALUE SPACES.
           05  NOME-VENDEDOR-W       PIC X(40)    VALUE SPACES.
           05  DESCR-SITUACAO-W      PIC X(11)    VALUE SPACES.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  VALOR-EXIBE2-W        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           COPY "PARAMETR".

       01  TAB-CAMPANHA.
           05  CAMP-OCR OCCURS 20 TIMES INDEXED BY CAM-IDX.
               10  CAMPANHA-TAB      PIC X(4).

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-GRDPRD.
           05  PRODUTO-PRD           PIC 9(4)     VALUE ZEROS.
           05  MODELO-PRD            PIC 9(4)     VALUE ZEROS.
           05  GRDPRD-RETORNO        PIC X(2)     VALUE SPACES.
           05  DESCR-PRODUTO-PRD     PIC X(30)    VALUE SPACES.
           05  PRECO-PRODUTO-PRD     PIC 9(6)V99  VALUE ZEROS.

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

       01  LINVAL.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  ROTULO-REL            PIC X(35)   VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CAB-ITEM.
           05  FILLER                PIC X(11)   VALUE "PROD MODE".
           05  FILLER                PIC X(25)   VALUE "DESCRICAO".
           05  FILLER                PIC X(6)    VALUE " QTDE".
           05  FILLER                PIC X(11)   VALUE " PRECO TAB.".
           05  FILLER                PIC X(11)   VALUE "  DESCONTO".
           05  FILLER                PIC X(11)   VALUE " PRECO UNIT".
           05  FILLER                PIC X(14)   VALUE "        TOTAL".
           05  FILLER                PIC X(4)    VALUE "CAMP".

       01  LINITEM.
           05  PRODUTO-REL           PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MODELO-REL            PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DESCRICAO-REL         PIC X(24)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-REL              PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PRECO-TAB-REL         PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCONTO-REL          PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VLRUNI-REL            PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VLRTOTAL-REL          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CAMPANHA-REL          PIC X(4)    VALUE SPACES.

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
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "PDD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD101.
           MOVE "PDD104" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD104.
           MOVE "PDD105" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD105.
           MOVE "PDD106" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD106.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD012" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD012.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT PDD100 PDD101.
           IF   ST-PDD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD100: " ST-PDD100
                MOVE 1 TO ERRO-W.
           IF   ST-PDD101 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD101: " ST-PDD101
                MOVE 1 TO ERRO-W.

           OPEN INPUT PDD104.
           IF   ST-PDD104 EQUAL "35"
                MOVE 1 TO SEM-PDD104-W
           ELSE
                IF   ST-PDD104 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA PDD104: " ST-PDD104
                     MOVE 1 TO ERRO-W.

           OPEN I-O PDD105.
           IF   ST-PDD105 EQUAL "35"
                OPEN OUTPUT PDD105
                CLOSE PDD105
                OPEN I-O PDD105.
           IF   ST-PDD105 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD105: " ST-PDD105
                MOVE 1 TO ERRO-W.

           OPEN I-O PDD106.
           IF   ST-PDD106 EQUAL "35"
                OPEN OUTPUT PDD106
                CLOSE PDD106
                OPEN I-O PDD106.
           IF   ST-PDD106 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD106: " ST-PDD106
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

      *    nome (CGD001), endereco (CGD011) e cidade (CGD012) sao
      *    complementares: sem eles a proposta sai com o campo em
      *    branco, como no RPS do COP092
           OPEN INPUT CGD001 CGD011 CGD012.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "PDP111" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "PROPOSTA COMERCIAL DO PEDIDO (PDD105/PDD106)".
           DISPLAY "E-EMITE R-REIMPRIME C-CONSULTA VERSOES F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "E"  WHEN "e"  PERFORM EMITE-PROPOSTA
               WHEN "R"  WHEN "r"  PERFORM REIMPRIME-PROPOSTA
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-VERSOES
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EMITE-PROPOSTA - nova versao do pedido: confere as linhas
      *    contra o total do PDD100, pede condicoes e validade (as da
      *    versao anterior sao oferecidas), guarda o PDD105 e a copia
      *    das linhas no PDD106 e imprime.
      *----------------------------------------------------------------
       EMITE-PROPOSTA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           PERFORM LOCALIZA-PEDIDO.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO EMITE-PROPOSTA-EXIT.
           IF   SITUACAO-PD100 NOT EQUAL 1
           AND  SITUACAO-PD100 NOT EQUAL 2
                DISPLAY "SO PEDIDO EM ORCAMENTO OU CONDICIONAL TEM "
                        "PROPOSTA (SITUACAO " SITUACAO-PD100 ")."
                GO TO EMITE-PROPOSTA-EXIT.

           MOVE ZEROS TO REIMPRESSAO-W.
           PERFORM SOMA-LINHAS.
           IF   QTDE-ITENS-W EQUAL ZEROS
                DISPLAY "PEDIDO SEM LINHAS NO PDD101 (VER PDP103)."
                GO TO EMITE-PROPOSTA-EXIT.
           IF   TOTAL-LINHAS-W NOT EQUAL TOTPAGAR-PD100
                MOVE TOTPAGAR-PD100 TO VALOR-EXIBE-W
                MOVE TOTAL-LINHAS-W TO VALOR-EXIBE2-W
                DISPLAY "TOTAL DO PEDIDO " VALOR-EXIBE-W
                        " DIFERE DAS LINHAS " VALOR-EXIBE2-W
                DISPLAY "RECALCULE O PEDIDO NO PDP103 ANTES DA "
                        "PROPOSTA."
                GO TO EMITE-PROPOSTA-EXIT.

           PERFORM PROCURA-ULTIMA-VERSAO.
           PERFORM SOLICITA-CONDICOES.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO EMITE-PROPOSTA-EXIT.

           MOVE TOTAL-LINHAS-W TO VALOR-EXIBE-W.
           DISPLAY "TOTAL DA PROPOSTA: " VALOR-EXIBE-W
                   "  VERSAO " ULTIMA-VERSAO-W " + 1".
           DISPLAY "EMITIR A PROPOSTA (S/N)..............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                DISPLAY "PROPOSTA NAO EMITIDA."
                GO TO EMITE-PROPOSTA-EXIT.

           INITIALIZE REG-PDD105.
           MOVE PEDIDO-PARM          TO SEQUENCIA-PD105.
           ADD 1 ULTIMA-VERSAO-W GIVING VERSAO-PD105.
           MOVE DATA-HOJE-W          TO DATA-EMISSAO-PD105.
           MOVE DATA-CONTA-W         TO DATA-VALIDADE-PD105.
           MOVE CLIENTE-PD100        TO CLIENTE-PD105.
           MOVE VENDEDOR-PD100       TO VENDEDOR-PD105.
           MOVE SITUACAO-PD100       TO SITUACAO-PEDIDO-PD105.
           MOVE QTDE-ITENS-W         TO QTDE-ITENS-PD105.
           MOVE TOTAL-TABELA-W       TO VALOR-TABELA-PD105.
           MOVE TOTAL-DESCONTO-W     TO VALOR-DESCONTO-PD105.
           MOVE TOTAL-LINHAS-W       TO VALOR-TOTAL-PD105.
           MOVE ENTRADA-PARM         TO VALOR-ENTRADA-PD105.
           MOVE PARCELAS-PARM        TO QTDE-PARCELAS-PD105.
           MOVE VALOR-PARCELA-W      TO VALOR-PARCELA-PD105.
           MOVE DATA-1A-PARCELA-PARM TO DATA-1A-PARCELA-PD105.
           MOVE CONDICOES-PARM       TO CONDICOES-PD105.
           MOVE 0                    TO SITUACAO-PD105.
           MOVE USUARIO-PARM         TO USUARIO-PD105.
           WRITE REG-PDD105
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO PDD105: " ST-PDD105
                   GO TO EMITE-PROPOSTA-EXIT
           END-WRITE.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD101.
           MOVE ZEROS       TO ITEM-PD101.
           START PDD101 KEY IS NOT LESS CHAVE-PD101
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM COPIA-LINHA UNTIL FIM-VARREDURA-TRUE.

           MOVE "INCLUSAO"         TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-PROPOSTA.

           PERFORM IMPRIME-PROPOSTA.
           DISPLAY "PROPOSTA " SEQUENCIA-PD105 "-" VERSAO-PD105
                   " IMPRESSA.".

       EMITE-PROPOSTA-EXIT. EXIT.

       LOCALIZA-PEDIDO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "NUMERO DO PEDIDO.....................: "
               WITH NO ADVANCING.
           ACCEPT PEDIDO-PARM.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD100.
           READ PDD100
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO."
                   MOVE 1 TO ERRO-W
           END-READ.

       LOCALIZA-PEDIDO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOMA-LINHAS - totais do pedido a partir do PDD101, com o
      *    preco de tabela do RCD101 para apurar o desconto.
      *----------------------------------------------------------------
       SOMA-LINHAS SECTION.
           MOVE ZEROS TO QTDE-ITENS-W TOTAL-TABELA-W TOTAL-LINHAS-W
                         TOTAL-DESCONTO-W FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD101.
           MOVE ZEROS       TO ITEM-PD101.
           START PDD101 KEY IS NOT LESS CHAVE-PD101
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM SOMA-UMA-LINHA UNTIL FIM-VARREDURA-TRUE.
           COMPUTE TOTAL-DESCONTO-W = TOTAL-TABELA-W - TOTAL-LINHAS-W.

       SOMA-LINHAS-EXIT. EXIT.

       SOMA-UMA-LINHA SECTION.
           READ PDD101 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO SOMA-UMA-LINHA-EXIT.
           IF   SEQUENCIA-PD101 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO SOMA-UMA-LINHA-EXIT.
           PERFORM PRECO-TABELA-LINHA.
           ADD 1 TO QTDE-ITENS-W.
           COMPUTE TOTAL-TABELA-W = TOTAL-TABELA-W
                                  + QTDE-PD101 * PRECO-TABELA-W.
           ADD VLRTOTAL-PD101 TO TOTAL-LINHAS-W.

       SOMA-UMA-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PRECO-TABELA-LINHA - preco corrente do RCD101 (GRDPRD); se
      *    o cadastro nao tem preco ou a linha foi vendida acima
      *    dele, a tabela da linha e o proprio valor unitario.
      *----------------------------------------------------------------
       PRECO-TABELA-LINHA SECTION.
           MOVE PRODUTO-PD101 TO PRODUTO-PRD.
           MOVE MODELO-PD101  TO MODELO-PRD.
           MOVE SPACES        TO DESCR-PRODUTO-PRD.
           MOVE ZEROS         TO PRECO-PRODUTO-PRD.
           CALL "GRDPRD" USING PARAMETROS-GRDPRD.
           IF   GRDPRD-RETORNO NOT EQUAL "00"
           AND  GRDPRD-RETORNO NOT EQUAL "02"
                MOVE ZEROS TO PRECO-PRODUTO-PRD.
           IF   PRECO-PRODUTO-PRD GREATER VLRUNI-PD101
                MOVE PRECO-PRODUTO-PRD TO PRECO-TABELA-W
           ELSE
                MOVE VLRUNI-PD101      TO PRECO-TABELA-W.

       PRECO-TABELA-LINHA-EXIT. EXIT.

       COPIA-LINHA SECTION.
           READ PDD101 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO COPIA-LINHA-EXIT.
           IF   SEQUENCIA-PD101 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO COPIA-LINHA-EXIT.
           PERFORM PRECO-TABELA-LINHA.
           INITIALIZE REG-PDD106.
           MOVE SEQUENCIA-PD105    TO SEQUENCIA-PD106.
           MOVE VERSAO-PD105       TO VERSAO-PD106.
           MOVE ITEM-PD101         TO ITEM-PD106.
           MOVE PRODUTO-PD101      TO PRODUTO-PD106.
           MOVE MODELO-PD101       TO MODELO-PD106.
           MOVE DESCR-PRODUTO-PRD  TO DESCRICAO-PD106.
           MOVE QTDE-PD101         TO QTDE-PD106.
           MOVE PRECO-TABELA-W     TO PRECO-TABELA-PD106.
           MOVE VLRUNI-PD101       TO VLRUNI-PD106.
           MOVE VLRTOTAL-PD101     TO VLRTOTAL-PD106.
           MOVE CAMPANHA-PD101     TO CAMPANHA-PD106.
           WRITE REG-PDD106
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO PDD106: " ST-PDD106
           END-WRITE.

       COPIA-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    PROCURA-ULTIMA-VERSAO - ultima versao do pedido no PDD105;
      *    achando, o registro dela fica na area para oferecer as
      *    condicoes de pagamento.
      *----------------------------------------------------------------
       PROCURA-ULTIMA-VERSAO SECTION.
           MOVE ZEROS TO ULTIMA-VERSAO-W FIM-VARREDURA-W.
           MOVE ZEROS TO ENTRADA-PARM PARCELAS-PARM.
           MOVE SPACES TO CONDICOES-PARM.
           MOVE 15 TO DIAS-VALIDADE-PARM.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD105.
           MOVE ZEROS       TO VERSAO-PD105.
           START PDD105 KEY IS NOT LESS CHAVE-PD105
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-UMA-VERSAO UNTIL FIM-VARREDURA-TRUE.

       PROCURA-ULTIMA-VERSAO-EXIT. EXIT.

       LE-UMA-VERSAO SECTION.
           READ PDD105 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-UMA-VERSAO-EXIT.
           IF   SEQUENCIA-PD105 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-UMA-VERSAO-EXIT.
           MOVE VERSAO-PD105        TO ULTIMA-VERSAO-W.
           MOVE VALOR-ENTRADA-PD105 TO ENTRADA-PARM.
           MOVE QTDE-PARCELAS-PD105 TO PARCELAS-PARM.
           MOVE CONDICOES-PD105     TO CONDICOES-PARM.

       LE-UMA-VERSAO-EXIT. EXIT.

       SOLICITA-CONDICOES SECTION.
           MOVE ENTRADA-PARM TO VALOR-EXIBE-W.
           DISPLAY "ENTRADA (0 = " VALOR-EXIBE-W ").........: "
               WITH NO ADVANCING.
           ACCEPT VALOR-PARCELA-W.
           IF   VALOR-PARCELA-W NOT EQUAL ZEROS
                MOVE VALOR-PARCELA-W TO ENTRADA-PARM.
           IF   ENTRADA-PARM GREATER TOTAL-LINHAS-W
                DISPLAY "ENTRADA MAIOR QUE O TOTAL DA PROPOSTA."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-CONDICOES-EXIT.
           DISPLAY "PARCELAS DO SALDO (0 = " PARCELAS-PARM
                   ")................: "
               WITH NO ADVANCING.
           MOVE ZEROS TO VALOR-PARCELA-W.
           ACCEPT DIAS-CONTA-W.
           IF   DIAS-CONTA-W NOT EQUAL ZEROS
                MOVE DIAS-CONTA-W TO PARCELAS-PARM.
           IF   PARCELAS-PARM EQUAL ZEROS
           AND  ENTRADA-PARM LESS TOTAL-LINHAS-W
                MOVE 1 TO PARCELAS-PARM.
           MOVE ZEROS TO DATA-1A-PARCELA-PARM VALOR-PARCELA-W.
           IF   PARCELAS-PARM GREATER ZEROS
                COMPUTE VALOR-PARCELA-W ROUNDED =
                        (TOTAL-LINHAS-W - ENTRADA-PARM) / PARCELAS-PARM
                DISPLAY "VENCIMENTO DA 1a PARCELA (AAAAMMDD)..: "
                    WITH NO ADVANCING
                ACCEPT DATA-1A-PARCELA-PARM.
           DISPLAY "CONDICOES (TEXTO LIVRE, BRANCO = MANTEM):".
           DISPLAY "  " CONDICOES-PARM.
           DISPLAY "> " WITH NO ADVANCING.
           MOVE SPACES TO TEXTO-REL.
           ACCEPT TEXTO-REL.
           IF   TEXTO-REL NOT EQUAL SPACES
                MOVE TEXTO-REL TO CONDICOES-PARM.
           DISPLAY "VALIDADE EM DIAS (0 = " DIAS-VALIDADE-PARM
                   ")............: "
               WITH NO ADVANCING.
           ACCEPT DIAS-CONTA-W.
           IF   DIAS-CONTA-W NOT EQUAL ZEROS
                MOVE DIAS-CONTA-W TO DIAS-VALIDADE-PARM.
           MOVE DATA-HOJE-W TO DATA-CONTA-W.
           MOVE ZEROS TO DIAS-CONTA-W.
           PERFORM AVANCA-UM-DIA
                   UNTIL DIAS-CONTA-W NOT LESS DIAS-VALIDADE-PARM.

       SOLICITA-CONDICOES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    AVANCA-UM-DIA / DETERMINA-ULTIMO-DIA-MES - a validade e a
      *    data de hoje mais N dias corridos, no molde do COP088.
      *----------------------------------------------------------------
       AVANCA-UM-DIA SECTION.
           ADD 1 TO DIAS-CONTA-W.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           IF   DIA-CONTA-W LESS ULTIMO-DIA-MES-W
                ADD 1 TO DIA-CONTA-W
                GO TO AVANCA-UM-DIA-EXIT.
           MOVE 1 TO DIA-CONTA-W.
           IF   MES-CONTA-W LESS 12
                ADD 1 TO MES-CONTA-W
           ELSE
                MOVE 1 TO MES-CONTA-W
                ADD 1 TO ANO-CONTA-W.

       AVANCA-UM-DIA-EXIT. EXIT.

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

       DETERMINA-ULTIMO-DIA-MES-EXIT. EXIT.

       REIMPRIME-PROPOSTA SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           DISPLAY "NUMERO DO PEDIDO.....................: "
               WITH NO ADVANCING.
           ACCEPT PEDIDO-PARM.
           DISPLAY "VERSAO DA PROPOSTA...................: "
               WITH NO ADVANCING.
           ACCEPT VERSAO-PARM.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD105.
           MOVE VERSAO-PARM TO VERSAO-PD105.
           READ PDD105
               INVALID KEY
                   DISPLAY "VERSAO NAO ENCONTRADA NO PDD105."
                   GO TO REIMPRIME-PROPOSTA-EXIT
           END-READ.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD100.
           READ PDD100
               INVALID KEY
                   MOVE SITUACAO-PEDIDO-PD105 TO SITUACAO-PD100
           END-READ.

           MOVE 1 TO REIMPRESSAO-W.
           PERFORM IMPRIME-PROPOSTA.
           MOVE ZEROS TO REIMPRESSAO-W.
           MOVE "REIMPRESSAO"      TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-PROPOSTA.
           DISPLAY "PROPOSTA " SEQUENCIA-PD105 "-" VERSAO-PD105
                   " REIMPRESSA.".

       REIMPRIME-PROPOSTA-EXIT. EXIT.

       CONSULTA-VERSOES SECTION.
           DISPLAY "NUMERO DO PEDIDO.....................: "
               WITH NO ADVANCING.
           ACCEPT PEDIDO-PARM.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD105.
           MOVE ZEROS       TO VERSAO-PD105.
           START PDD105 KEY IS NOT LESS CHAVE-PD105
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LISTA-VERSAO UNTIL FIM-VARREDURA-TRUE.

       CONSULTA-VERSOES-EXIT. EXIT.

       LISTA-VERSAO SECTION.
           READ PDD105 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-VERSAO-EXIT.
           IF   SEQUENCIA-PD105 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-VERSAO-EXIT.
           MOVE VALOR-TOTAL-PD105 TO VALOR-EXIBE-W.
           IF   PROPOSTA-ACEITA-PD105
                DISPLAY "VERSAO " VERSAO-PD105 " EM "
                        DATA-EMISSAO-PD105 " VALIDA ATE "
                        DATA-VALIDADE-PD105 " " VALOR-EXIBE-W
                        " ACEITA EM " DATA-ACEITE-PD105
           ELSE
                DISPLAY "VERSAO " VERSAO-PD105 " EM "
                        DATA-EMISSAO-PD105 " VALIDA ATE "
                        DATA-VALIDADE-PD105 " " VALOR-EXIBE-W.

       LISTA-VERSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-PROPOSTA - a proposta da versao corrente do PDD105,
      *    no formato da cotacao do COP088; as linhas saem da copia
      *    guardada no PDD106 (a mesma na emissao e na reimpressao).
      *----------------------------------------------------------------
       IMPRIME-PROPOSTA SECTION.
           OPEN OUTPUT RELAT.
           MOVE NOME-EMPRESA-W TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "PROPOSTA COMERCIAL No " SEQUENCIA-PD105 "-"
                  VERSAO-PD105
                  DELIMITED BY SIZE INTO TEXTO-REL.
           IF   REIMPRESSAO-W EQUAL 1
                MOVE "(2a VIA)" TO TEXTO-REL(35:8).
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE ALL "=" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           PERFORM IMPRIME-CLIENTE.

           WRITE REG-RELAT FROM CAB-ITEM AFTER 2.
           MOVE ALL "-" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE ZEROS TO FIM-VARREDURA-W QTDE-CAMP-W.
           MOVE SEQUENCIA-PD105 TO SEQUENCIA-PD106.
           MOVE VERSAO-PD105    TO VERSAO-PD106.
           MOVE ZEROS           TO ITEM-PD106.
           START PDD106 KEY IS NOT LESS CHAVE-PD106
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM IMPRIME-ITEM UNTIL FIM-VARREDURA-TRUE.

           MOVE "TOTAL A PRECO DE TABELA...........:" TO ROTULO-REL.
           MOVE VALOR-TABELA-PD105   TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL AFTER 2.
           MOVE "(-) DESCONTOS (CAMPANHA/NEGOCIADO):" TO ROTULO-REL.
           MOVE VALOR-DESCONTO-PD105 TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           MOVE "TOTAL DA PROPOSTA.................:" TO ROTULO-REL.
           MOVE VALOR-TOTAL-PD105    TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.

           IF   QTDE-CAMP-W GREATER ZEROS
                MOVE "CAMPANHAS APLICADAS:" TO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT AFTER 2
                SET CAM-IDX TO 1
                PERFORM IMPRIME-CAMPANHA
                    UNTIL CAM-IDX GREATER QTDE-CAMP-W.

           PERFORM IMPRIME-CONDICOES.
           PERFORM IMPRIME-RODAPE.
           CLOSE RELAT.

       IMPRIME-PROPOSTA-EXIT. EXIT.

       IMPRIME-CLIENTE SECTION.
           PERFORM LOCALIZA-CLIENTE.
           MOVE SPACES TO TEXTO-REL.
           STRING "CLIENTE: " CLIENTE-PD105 " " NOME-CLIENTE-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           IF   CLASSIF-W NOT EQUAL 9
                MOVE SPACES TO TEXTO-REL
                STRING "ENDERECO: " ENDERECO1-CG11 " "
                       COMPLEMENTO1-CG11
                       DELIMITED BY SIZE INTO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT
                MOVE SPACES TO TEXTO-REL
                STRING "          " BAIRRO1-CG11 " " NOME-CID-CG12
                       " " UF-CG12 " CEP " CEP1-CG11
                       DELIMITED BY SIZE INTO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT
                MOVE SPACES TO TEXTO-REL
                STRING "E-MAIL: " E-MAIL-CG11
                       DELIMITED BY SIZE INTO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT.

           EVALUATE SITUACAO-PEDIDO-PD105
               WHEN 1     MOVE "ORCAMENTO"   TO DESCR-SITUACAO-W
               WHEN 2     MOVE "CONDICIONAL" TO DESCR-SITUACAO-W
               WHEN OTHER MOVE SPACES        TO DESCR-SITUACAO-W
           END-EVALUATE.
           MOVE SPACES TO TEXTO-REL.
           STRING "PEDIDO: " SEQUENCIA-PD105 " (" DESCR-SITUACAO-W
                  ")  VENDEDOR: " VENDEDOR-PD105 " " NOME-VENDEDOR-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.

       IMPRIME-CLIENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CLIENTE - nome do CGD001 e endereco do CGD011
      *    (cadastro comum primeiro, depois o de contrato, como no
      *    COP092); CLASSIF-W = 9 quando nao ha endereco.
      *----------------------------------------------------------------
       LOCALIZA-CLIENTE SECTION.
           MOVE SPACES TO NOME-CLIENTE-W NOME-VENDEDOR-W.
           MOVE 9 TO CLASSIF-W.
           IF   ST-CGD001 EQUAL "00"
                MOVE CLIENTE-PD105 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        MOVE SPACES TO NOME-CG01
                END-READ
                MOVE NOME-CG01 TO NOME-CLIENTE-W
                MOVE VENDEDOR-PD105 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        MOVE SPACES TO NOME-CG01
                END-READ
                MOVE NOME-CG01 TO NOME-VENDEDOR-W
           END-IF.
           IF   ST-CGD011 NOT EQUAL "00"
                GO TO LOCALIZA-CLIENTE-EXIT.
           MOVE 1             TO CLASSIF-CG11.
           MOVE CLIENTE-PD105 TO CODIGO-CG11.
           READ CGD011
               INVALID KEY
                   MOVE 0             TO CLASSIF-CG11
                   MOVE CLIENTE-PD105 TO CODIGO-CG11
                   READ CGD011
                       INVALID KEY
                           GO TO LOCALIZA-CLIENTE-EXIT
                   END-READ
           END-READ.
           MOVE CLASSIF-CG11 TO CLASSIF-W.
           MOVE SPACES TO NOME-CID-CG12 UF-CG12.
           IF   ST-CGD012 EQUAL "00"
                MOVE CIDADE1-CG11 TO CIDADE-CG12
                READ CGD012
                    INVALID KEY
                        MOVE SPACES TO NOME-CID-CG12 UF-CG12
                END-READ.

       LOCALIZA-CLIENTE-EXIT. EXIT.

       IMPRIME-ITEM SECTION.
           READ PDD106 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-ITEM-EXIT.
           IF   SEQUENCIA-PD106 NOT EQUAL SEQUENCIA-PD105
           OR   VERSAO-PD106 NOT EQUAL VERSAO-PD105
                MOVE 1 TO FIM-VARREDURA-W
                GO TO IMPRIME-ITEM-EXIT.
           MOVE PRODUTO-PD106      TO PRODUTO-REL.
           MOVE MODELO-PD106       TO MODELO-REL.
           MOVE DESCRICAO-PD106    TO DESCRICAO-REL.
           MOVE QTDE-PD106         TO QTDE-REL.
           MOVE PRECO-TABELA-PD106 TO PRECO-TAB-REL.
           COMPUTE DESCONTO-UNIT-W = PRECO-TABELA-PD106 - VLRUNI-PD106.
           MOVE DESCONTO-UNIT-W    TO DESCONTO-REL.
           MOVE VLRUNI-PD106       TO VLRUNI-REL.
           MOVE VLRTOTAL-PD106     TO VLRTOTAL-REL.
           MOVE CAMPANHA-PD106     TO CAMPANHA-REL.
           WRITE REG-RELAT FROM LINITEM.
           IF   CAMPANHA-PD106 NOT EQUAL SPACES
                PERFORM GUARDA-CAMPANHA.

       IMPRIME-ITEM-EXIT. EXIT.

       GUARDA-CAMPANHA SECTION.
           SET CAM-IDX TO 1.
           SEARCH CAMP-OCR
               AT END
                   CONTINUE
               WHEN CAM-IDX GREATER QTDE-CAMP-W
                   ADD 1 TO QTDE-CAMP-W
                   MOVE CAMPANHA-PD106 TO CAMPANHA-TAB (CAM-IDX)
               WHEN CAMPANHA-TAB (CAM-IDX) EQUAL CAMPANHA-PD106
                   CONTINUE
           END-SEARCH.

       GUARDA-CAMPANHA-EXIT. EXIT.

       IMPRIME-CAMPANHA SECTION.
           MOVE CAMPANHA-TAB (CAM-IDX) TO CAMPANHA-PD104.
           MOVE SPACES TO DESCRICAO-PD104.
           MOVE ZEROS  TO DATA-FIM-PD104.
           IF   SEM-PDD104-W EQUAL 0
                READ PDD104
                    INVALID KEY
                        MOVE SPACES TO DESCRICAO-PD104
                        MOVE ZEROS  TO DATA-FIM-PD104
                END-READ.
           MOVE SPACES TO TEXTO-REL.
           IF   DATA-FIM-PD104 EQUAL ZEROS
                STRING "   " CAMPANHA-TAB (CAM-IDX) " - "
                       DESCRICAO-PD104
                       DELIMITED BY SIZE INTO TEXTO-REL
           ELSE
                STRING "   " CAMPANHA-TAB (CAM-IDX) " - "
                       DESCRICAO-PD104 " ATE "
                       DATA-FIM-PD104(7:2) "/" DATA-FIM-PD104(5:2) "/"
                       DATA-FIM-PD104(1:4)
                       DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           SET CAM-IDX UP BY 1.

       IMPRIME-CAMPANHA-EXIT. EXIT.

       IMPRIME-CONDICOES SECTION.
           MOVE "CONDICOES DE PAGAMENTO:" TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE "ENTRADA...........................:" TO ROTULO-REL.
           MOVE VALOR-ENTRADA-PD105 TO VALOR-REL.
           WRITE REG-RELAT FROM LINVAL.
           IF   QTDE-PARCELAS-PD105 GREATER ZEROS
                MOVE SPACES TO ROTULO-REL
                STRING QTDE-PARCELAS-PD105 " PARCELA(S) MENSAIS DE"
                       DELIMITED BY SIZE INTO ROTULO-REL
                MOVE ":" TO ROTULO-REL(35:1)
                MOVE VALOR-PARCELA-PD105 TO VALOR-REL
                WRITE REG-RELAT FROM LINVAL
                MOVE SPACES TO TEXTO-REL
                STRING "   1a PARCELA EM " DATA-1A-PARCELA-PD105(7:2)
                       "/" DATA-1A-PARCELA-PD105(5:2) "/"
                       DATA-1A-PARCELA-PD105(1:4)
                       DELIMITED BY SIZE INTO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT.
           IF   CONDICOES-PD105 NOT EQUAL SPACES
                MOVE SPACES TO TEXTO-REL
                STRING "   " CONDICOES-PD105
                       DELIMITED BY SIZE INTO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "PROPOSTA VALIDA ATE " DATA-VALIDADE-PD105(7:2) "/"
                  DATA-VALIDADE-PD105(5:2) "/"
                  DATA-VALIDADE-PD105(1:4)
                  " - APOS ESSA DATA PRECOS E CAMPANHAS SERAO REVISTOS."
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.

       IMPRIME-CONDICOES-EXIT. EXIT.

       IMPRIME-RODAPE SECTION.
           ACCEPT HORA-W FROM TIME.
           MOVE SPACES TO TEXTO-REL.
           STRING "EMITIDA EM " DATA-EMISSAO-PD105(7:2) "/"
                  DATA-EMISSAO-PD105(5:2) "/" DATA-EMISSAO-PD105(1:4)
                  " POR " USUARIO-PD105 " - IMPRESSA EM "
                  DATA-HOJE-W(7:2) "/" DATA-HOJE-W(5:2) "/"
                  DATA-HOJE-W(1:4) " AS " HORA-W(1:2) ":" HORA-W(3:2)
                  " (PDP111)"
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 2.
           MOVE "DE ACORDO DO CLIENTE: ______________________________"
             TO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT AFTER 3.

       IMPRIME-RODAPE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-PROPOSTA - trilha em LOG003 nos moldes do
      *    GRAVA-LOG-COTACAO do COP088.
      *----------------------------------------------------------------
       GRAVA-LOG-PROPOSTA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "PDD105"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE SEQUENCIA-PD105    TO LOG3-CHAVE-REG(1:6).
           MOVE VERSAO-PD105       TO LOG3-CHAVE-REG(7:3).
           MOVE "VALOR-TOTAL-PD105" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE VALOR-TOTAL-PD105  TO VALOR-EXIBE-W.
           MOVE VALOR-EXIBE-W      TO LOG3-VALOR-ATUAL(1:13).
           MOVE "VALIDADE"         TO LOG3-VALOR-ATUAL(15:8).
           MOVE DATA-VALIDADE-PD105 TO LOG3-VALOR-ATUAL(24:8).
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-PROPOSTA-EXIT. EXIT.

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
           CLOSE PDD100 PDD101 PDD105 PDD106 LOG003.
           IF   SEM-PDD104-W EQUAL 0
                CLOSE PDD104.
           IF   ST-CGD001 EQUAL "00"
                CLOSE CGD001.
           IF   ST-CGD011 EQUAL "00"
                CLOSE CGD011.
           IF   ST-CGD012 EQUAL "00"
                CLOSE CGD012.

       END PROGRAM PDP111.
