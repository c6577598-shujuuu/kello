      *        E FITAS CONSUMIDAS NOS EVENTOS (VID106) AO CUSTO
      *        UNITARIO INFORMADO. A MARGEM POR CONTRATO E POR TURMA
      *        DIZ QUAIS ESCOLAS E PACOTES DAO DINHEIRO - HOJE O PRECO
      *        DO PACOTE E NO SENTIMENTO. OS FORNECEDORES CONTRATADOS
      *        PARA OS EVENTOS DA TURMA (COD081 DO COP097 - SALAO,
      *        BUFFET, BANDA, DECORACAO) SAO RATEADOS EM PARTES IGUAIS
      *        ENTRE OS CONTRATOS NAO CANCELADOS DA TURMA, NA COLUNA
      *        EVENTOS, JUNTO COM O CACHE DOS FOTOGRAFOS ESCALADOS
      *        NOS EVENTOS (COD085 - VER COP101); SEM O COD081 E O
      *        COD085 A COLUNA SAI ZERADA. A POSTAGEM PELOS CORREIOS
      *        DOS PROTOCOLOS DE ENTREGA DO CONTRATO (VALOR DO RECIBO
      *        NO COD084 - VER COP100) ENTRA NA COLUNA CACHES+COM.,
      *        JUNTO COM AS FITAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY PDPX100.

           COPY COPX081.

           COPY COPX084.

           COPY COPX085.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.

           COPY PDPW100.

           COPY COPW081.

           COPY COPW084.

           COPY COPW085.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CCD114             PIC XX       VALUE SPACES.
           05  SEM-CCD114-W          PIC 9        VALUE ZEROS.
           05  ST-PDD100             PIC XX       VALUE SPACES.
           05  ST-COD081             PIC XX       VALUE SPACES.
           05  SEM-COD081-W          PIC 9        VALUE ZEROS.
           05  ST-COD084             PIC XX       VALUE SPACES.
           05  SEM-COD084-W          PIC 9        VALUE ZEROS.
           05  ST-COD085             PIC XX       VALUE SPACES.
           05  SEM-COD085-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD041            PIC 9        VALUE ZEROS.
              88  FIM-COD041-TRUE       VALUE 1.
              88  FIM-PDD100-TRUE       VALUE 1.
           05  FIM-CCD114            PIC 9        VALUE ZEROS.
              88  FIM-CCD114-TRUE       VALUE 1.
           05  FIM-COD081            PIC 9        VALUE ZEROS.
              88  FIM-COD081-TRUE       VALUE 1.
           05  FIM-COD084            PIC 9        VALUE ZEROS.
              88  FIM-COD084-TRUE       VALUE 1.
           05  FIM-COD085            PIC 9        VALUE ZEROS.
              88  FIM-COD085-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  CUSTO-FITA-PARM       PIC 9(4)V99  VALUE ZEROS.
           05  QTDE-CONTRATOS-W      PIC 9(3)     VALUE ZEROS COMP.
           05  CONTRATO-ATUAL-W      PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-RATEIO-W         PIC 9(3)     VALUE ZEROS COMP.
      *    QTDE-RATEIO-W - contratos nao cancelados da turma inteira,
      *    mesmo quando o relatorio e' de um contrato so
           05  CUSTO-EVENTOS-W       PIC 9(9)V99  VALUE ZEROS.
           05  COTA-EVENTO-W         PIC 9(9)V99  VALUE ZEROS.
           05  CONTRATO-BUSCA-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-ITENS-INS-W      PIC 9(3)     VALUE ZEROS COMP.
           05  SUB-INS-W             PIC 9(3)     VALUE ZEROS COMP.
           05  TOT-PRODUCAO-W        PIC 9(11)V99 VALUE ZEROS.
           05  TOT-INSUMOS-W         PIC 9(11)V99 VALUE ZEROS.
           05  TOT-CACHES-W          PIC 9(11)V99 VALUE ZEROS.
           05  TOT-EVENTOS-W         PIC 9(11)V99 VALUE ZEROS.
           05  MARGEM-W              PIC S9(11)V99 VALUE ZEROS.
           COPY "PARAMETR".

               10  CUSTO-CACHE-TAB   PIC 9(9)V99.
               10  CUSTO-COM-TAB     PIC 9(9)V99.
               10  CUSTO-FITA-TAB    PIC 9(9)V99.
               10  CUSTO-EVENTO-TAB  PIC 9(9)V99.
               10  CUSTO-POSTAGEM-TAB PIC 9(9)V99.
               10  SITUACAO-TAB      PIC 9.

       01  TAB-INSUMO.
           05  INSUMO-OCR OCCURS 200 TIMES INDEXED BY INS-IDX.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(20)   VALUE
               "CONTRATO     RECEITA".
           05  FILLER                PIC X(13)   VALUE
               "     PRODUCAO".
           05  FILLER                PIC X(13)   VALUE
               "      INSUMOS".
           05  FILLER                PIC X(13)   VALUE
               "  CACHES+COM.".
           05  FILLER                PIC X(13)   VALUE
               "      EVENTOS".
           05  FILLER                PIC X(13)   VALUE
               "       MARGEM".

       01  LINDET.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RECEITA-REL           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  PRODUCAO-REL          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  INSUMOS-REL           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  CACHES-REL            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  EVENTOS-REL           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  MARGEM-REL            PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  LINTOT.
           05  FILLER                PIC X(7)    VALUE "TOTAL  ".
           05  TOT-RECEITA-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  TOT-PRODUCAO-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  TOT-INSUMOS-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  TOT-CACHES-REL        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  TOT-EVENTOS-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  TOT-MARGEM-REL        PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
                     PERFORM APURA-CACHES
                     PERFORM APURA-COMISSOES UNTIL FIM-PDD100-TRUE
                     PERFORM APURA-FITAS UNTIL FIM-VID106-TRUE
                     PERFORM APURA-EVENTOS
                     PERFORM APURA-POSTAGENS
                     PERFORM IMPRIME-RELATORIO
                END-IF
                PERFORM FECHA-ARQUIVOS.
           MOVE "CCD110" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD110.
           MOVE "CCD114" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD114.
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "COD081" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD081.
           MOVE "COD084" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD084.
           MOVE "COD085" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD085.
           CLOSE CONTROLE.

           OPEN INPUT COD041 COD044 COD046 RCD100P LBD103 LBD030
                DISPLAY "ERRO ABERTURA PDD100: " ST-PDD100
                MOVE 1 TO ERRO-W.

      *    LBD037, CCD114, COD081, COD084 e COD085 sao opcionais:
      *    sem eles o insumo sai a preco zero e a comissao, os
      *    eventos e a postagem nao sao apropriados, e os totais dizem
      *    menos - mas o relatorio sai.
           OPEN INPUT LBD037.
           IF   ST-LBD037 NOT EQUAL "00"
                MOVE 1 TO SEM-LBD037-W.
           OPEN INPUT CCD114.
           IF   ST-CCD114 NOT EQUAL "00"
                MOVE 1 TO SEM-CCD114-W.
           OPEN INPUT COD081.
           IF   ST-COD081 NOT EQUAL "00"
                MOVE 1 TO SEM-COD081-W.
           OPEN INPUT COD084.
           IF   ST-COD084 NOT EQUAL "00"
                MOVE 1 TO SEM-COD084-W.
           OPEN INPUT COD085.
           IF   ST-COD085 NOT EQUAL "00"
                MOVE 1 TO SEM-COD085-W.

           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.
           IF   CURSO-CO41 NOT EQUAL CURSO-PARM
           OR   TURMA-CO41 NOT EQUAL TURMA-PARM
                GO TO SELECIONA-CONTRATO-EXIT.
           IF   SITUACAO-CO41 NOT EQUAL 1
                ADD 1 TO QTDE-RATEIO-W.
           IF   CONTRATO-PARM NOT EQUAL ZEROS
           AND  NR-CONTRATO-CO41 NOT EQUAL CONTRATO-PARM
                GO TO SELECIONA-CONTRATO-EXIT.
           INITIALIZE CONTR-OCR (CON-IDX).
           MOVE NR-CONTRATO-CO41   TO CONTRATO-TAB (CON-IDX).
           MOVE VALOR-CONTRATO-CO41 TO VALOR-FINAL-TAB (CON-IDX).
           MOVE SITUACAO-CO41      TO SITUACAO-TAB (CON-IDX).

       SELECIONA-CONTRATO-EXIT. EXIT.


       ABATE-FITA-DEVOLVIDA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-EVENTOS - contratado dos fornecedores de evento da
      *    turma (COD081 orcado-so e cancelado ficam fora) mais o
      *    cache dos fotografos escalados nos eventos (COD085 nao
      *    cancelado), dividido pelos contratos nao cancelados da
      *    turma inteira.
      *----------------------------------------------------------------
       APURA-EVENTOS SECTION.
           MOVE ZEROS TO CUSTO-EVENTOS-W COTA-EVENTO-W.
           IF   QTDE-RATEIO-W EQUAL ZEROS
                GO TO APURA-EVENTOS-EXIT.
           IF   SEM-COD081-W EQUAL 0
                MOVE ZEROS      TO FIM-COD081
                MOVE CURSO-PARM TO CURSO-CO81
                MOVE TURMA-PARM TO TURMA-CO81
                MOVE ZEROS      TO EVENTO-CO81 SEQ-SERVICO-CO81
                START COD081 KEY IS NOT LESS CHAVE-CO81
                    INVALID KEY
                        MOVE 1 TO FIM-COD081
                END-START
                PERFORM SOMA-SERVICO-EVENTO UNTIL FIM-COD081-TRUE.
           IF   SEM-COD085-W EQUAL 0
                MOVE ZEROS      TO FIM-COD085
                MOVE CURSO-PARM TO CURSO-CO85
                MOVE TURMA-PARM TO TURMA-CO85
                MOVE ZEROS      TO EVENTO-CO85 SEQ-CO85
                START COD085 KEY IS NOT LESS CHAVE-CO85
                    INVALID KEY
                        MOVE 1 TO FIM-COD085
                END-START
                PERFORM SOMA-CACHE-FOTOGRAFO UNTIL FIM-COD085-TRUE.
           COMPUTE COTA-EVENTO-W ROUNDED =
                   CUSTO-EVENTOS-W / QTDE-RATEIO-W.
           PERFORM RATEIA-EVENTO
                   VARYING CONTRATO-ATUAL-W FROM 1 BY 1
                   UNTIL CONTRATO-ATUAL-W GREATER QTDE-CONTRATOS-W.

       APURA-EVENTOS-EXIT. EXIT.

       SOMA-SERVICO-EVENTO SECTION.
           READ COD081 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD081
                   GO TO SOMA-SERVICO-EVENTO-EXIT.
           IF   CURSO-CO81 NOT EQUAL CURSO-PARM
           OR   TURMA-CO81 NOT EQUAL TURMA-PARM
                MOVE 1 TO FIM-COD081
                GO TO SOMA-SERVICO-EVENTO-EXIT.
           IF   SERVICO-CONTRATADO-CO81
           OR   SERVICO-TITULOS-CO81
                ADD VALOR-CONTRATADO-CO81 TO CUSTO-EVENTOS-W.

       SOMA-SERVICO-EVENTO-EXIT. EXIT.

       SOMA-CACHE-FOTOGRAFO SECTION.
           READ COD085 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD085
                   GO TO SOMA-CACHE-FOTOGRAFO-EXIT.
           IF   CURSO-CO85 NOT EQUAL CURSO-PARM
           OR   TURMA-CO85 NOT EQUAL TURMA-PARM
                MOVE 1 TO FIM-COD085
                GO TO SOMA-CACHE-FOTOGRAFO-EXIT.
           IF   NOT ESCALA-CANCELADA-CO85
                ADD VALOR-CACHE-CO85 TO CUSTO-EVENTOS-W.

       SOMA-CACHE-FOTOGRAFO-EXIT. EXIT.

       RATEIA-EVENTO SECTION.
           SET CON-IDX TO CONTRATO-ATUAL-W.
           IF   SITUACAO-TAB (CON-IDX) NOT EQUAL 1
                MOVE COTA-EVENTO-W TO CUSTO-EVENTO-TAB (CON-IDX).

       RATEIA-EVENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-POSTAGENS - valor dos recibos de postagem dos
      *    protocolos de cada contrato da tabela (o COD084 tem a
      *    chave do COD045, contrato na frente).
      *----------------------------------------------------------------
       APURA-POSTAGENS SECTION.
           IF   SEM-COD084-W EQUAL 1
                GO TO APURA-POSTAGENS-EXIT.
           PERFORM SOMA-POSTAGENS-CONTRATO
                   VARYING CONTRATO-ATUAL-W FROM 1 BY 1
                   UNTIL CONTRATO-ATUAL-W GREATER QTDE-CONTRATOS-W.

       APURA-POSTAGENS-EXIT. EXIT.

       SOMA-POSTAGENS-CONTRATO SECTION.
           SET CON-IDX TO CONTRATO-ATUAL-W.
           MOVE ZEROS TO FIM-COD084.
           MOVE CONTRATO-TAB (CON-IDX) TO CONTRATO-CO84.
           MOVE ZEROS                  TO SEQ-CO84.
           START COD084 KEY IS NOT LESS CHAVE-CO84
               INVALID KEY
                   MOVE 1 TO FIM-COD084.
           PERFORM SOMA-UMA-POSTAGEM UNTIL FIM-COD084-TRUE.

       SOMA-POSTAGENS-CONTRATO-EXIT. EXIT.

       SOMA-UMA-POSTAGEM SECTION.
           READ COD084 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD084
                   GO TO SOMA-UMA-POSTAGEM-EXIT.
           IF   CONTRATO-CO84 NOT EQUAL CONTRATO-TAB (CON-IDX)
                MOVE 1 TO FIM-COD084
                GO TO SOMA-UMA-POSTAGEM-EXIT.
           ADD VALOR-POSTAGEM-CO84 TO CUSTO-POSTAGEM-TAB (CON-IDX).

       SOMA-UMA-POSTAGEM-EXIT. EXIT.

       IMPRIME-RELATORIO SECTION.
           PERFORM CABECALHO.
           MOVE ZEROS TO CONTRATO-ATUAL-W TOT-RECEITA-W TOT-CUSTO-W
                         TOT-PRODUCAO-W TOT-INSUMOS-W TOT-CACHES-W
                         TOT-EVENTOS-W.
           PERFORM IMPRIME-UM-CONTRATO QTDE-CONTRATOS-W TIMES.
           PERFORM IMPRIME-TOTAL.

           MOVE CUSTO-INS-TAB (CON-IDX) TO INSUMOS-REL.
           COMPUTE VALOR-MOVTO-W = CUSTO-CACHE-TAB (CON-IDX)
                                 + CUSTO-COM-TAB (CON-IDX)
                                 + CUSTO-FITA-TAB (CON-IDX)
                                 + CUSTO-POSTAGEM-TAB (CON-IDX).
           MOVE VALOR-MOVTO-W TO CACHES-REL.
           MOVE CUSTO-EVENTO-TAB (CON-IDX) TO EVENTOS-REL.
           COMPUTE MARGEM-W = RECEITA-TAB (CON-IDX)
                            - CUSTO-LAB-TAB (CON-IDX)
                            - CUSTO-INS-TAB (CON-IDX)
                            - CUSTO-CACHE-TAB (CON-IDX)
                            - CUSTO-COM-TAB (CON-IDX)
                            - CUSTO-FITA-TAB (CON-IDX)
                            - CUSTO-POSTAGEM-TAB (CON-IDX)
                            - CUSTO-EVENTO-TAB (CON-IDX).
           MOVE MARGEM-W TO MARGEM-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.
           COMPUTE TOT-CACHES-W = TOT-CACHES-W
                                + CUSTO-CACHE-TAB (CON-IDX)
                                + CUSTO-COM-TAB (CON-IDX)
                                + CUSTO-FITA-TAB (CON-IDX)
                                + CUSTO-POSTAGEM-TAB (CON-IDX).
           ADD CUSTO-EVENTO-TAB (CON-IDX) TO TOT-EVENTOS-W.
           COMPUTE TOT-CUSTO-W = TOT-CUSTO-W
                               + CUSTO-LAB-TAB (CON-IDX)
                               + CUSTO-INS-TAB (CON-IDX)
                               + CUSTO-CACHE-TAB (CON-IDX)
                               + CUSTO-COM-TAB (CON-IDX)
                               + CUSTO-FITA-TAB (CON-IDX)
                               + CUSTO-POSTAGEM-TAB (CON-IDX)
                               + CUSTO-EVENTO-TAB (CON-IDX).

       IMPRIME-UM-CONTRATO-EXIT. EXIT.

           MOVE TOT-PRODUCAO-W TO TOT-PRODUCAO-REL.
           MOVE TOT-INSUMOS-W  TO TOT-INSUMOS-REL.
           MOVE TOT-CACHES-W   TO TOT-CACHES-REL.
           MOVE TOT-EVENTOS-W  TO TOT-EVENTOS-REL.
           COMPUTE MARGEM-W = TOT-RECEITA-W - TOT-CUSTO-W.
           MOVE MARGEM-W TO TOT-MARGEM-REL.
           WRITE REG-RELAT FROM CAB03.
                CLOSE LBD037.
           IF   SEM-CCD114-W EQUAL 0
                CLOSE CCD114.
           IF   SEM-COD081-W EQUAL 0
                CLOSE COD081.
           IF   SEM-COD084-W EQUAL 0
                CLOSE COD084.
           IF   SEM-COD085-W EQUAL 0
                CLOSE COD085.

       FECHA-ARQUIVOS-EXIT. EXIT.

