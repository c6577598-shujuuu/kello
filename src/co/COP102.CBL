       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP102.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CONVERSAO DE VENDAS POR FOTOGRAFO. PARA OS EVENTOS DE
      *        TURMA DE UM PERIODO (ESCALA COD085 - VER COP101), JUNTA
      *        AS LINHAS DE ALBUM DO RCD100P CARIMBADAS COM O
      *        FOTOGRAFO (FOTOGRAFO-RECP) NAS TURMAS QUE ELE COBRIU
      *        (CONTRATO-RECP -> COD041) E MOSTRA, POR FOTOGRAFO E
      *        TURMA: FORMANDOS FOTOGRAFADOS (ALBUNS), FORMANDOS QUE
      *        COMPRARAM, QUANTIDADE PLANILHADA CONTRA VENDIDA (A
      *        CONVERSAO), VALOR VENDIDO E MEDIA DE VENDA POR FORMANDO
      *        FOTOGRAFADO. NO FIM, O RANKING DOS FOTOGRAFOS PELA
      *        CONVERSAO, COM A CONVERSAO SO NAS TURMAS GRANDES (A
      *        PARTIR DO NUMERO DE ALBUNS INFORMADO) E O CACHE POR
      *        ALBUM - BASE PARA DECIDIR QUEM COBRE AS TURMAS GRANDES
      *        NA TEMPORADA SEGUINTE. ALBUM SEM FOTOGRAFO CARIMBADO OU
      *        DE TURMA SEM ESCALA DO FOTOGRAFO NO PERIODO FICA FORA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CGPX001.

           COPY COPX041.

           COPY COPX085.

           COPY RCPX100P.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY COPW041.

           COPY COPW085.

           COPY RCPW100P.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD085             PIC XX       VALUE SPACES.
           05  ST-RCD100P            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CGD001-OK             PIC 9        VALUE ZEROS.
           05  FIM-COD085            PIC 9        VALUE ZEROS.
              88  FIM-COD085-TRUE       VALUE 1.
           05  FIM-RCD100P           PIC 9        VALUE ZEROS.
              88  FIM-RCD100P-TRUE      VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  DATA-INIC-PARM        PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  FOTOGRAFO-PARM        PIC 9(6)     VALUE ZEROS.
           05  TURMA-GRANDE-PARM     PIC 9(4)     VALUE ZEROS.
           05  CONTRATO-LIDO-W       PIC 9(6)     VALUE ZEROS.
           05  CURSO-LIDO-W          PIC X(4)     VALUE SPACES.
           05  TURMA-LIDO-W          PIC X(3)     VALUE SPACES.
           05  IDX-W                 PIC 9(3)     VALUE ZEROS COMP.
           05  IDX2-W                PIC 9(3)     VALUE ZEROS COMP.
           05  TROCA-W               PIC 9(3)     VALUE ZEROS COMP.
           05  COB-ATUAL-W           PIC 9(4)     VALUE ZEROS COMP.
           05  QTDE-SEM-ESCALA-W     PIC 9(6)     VALUE ZEROS.
           05  PERCENTUAL-W          PIC 9(5)V9   VALUE ZEROS.
           05  MEDIA-W               PIC 9(9)V99  VALUE ZEROS.
           05  NOME-FUNCAO-W         PIC X(10)    VALUE SPACES.
           05  TOT-FOTOGRAFO-W.
               10  ALBUNS-TF-W       PIC 9(6)     VALUE ZEROS.
               10  COMPRADORES-TF-W  PIC 9(6)     VALUE ZEROS.
               10  PLANILHADA-TF-W   PIC 9(8)     VALUE ZEROS.
               10  VENDIDA-TF-W      PIC 9(8)     VALUE ZEROS.
               10  VALOR-TF-W        PIC 9(11)V99 VALUE ZEROS.
           05  DATA-AUX-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

      *----------------------------------------------------------------
      *    FOTOGRAFOS DO PERIODO, na ordem de codigo em que a chave
      *    alternada do COD085 (FOTOGRAFO + DATA) os entrega.
      *----------------------------------------------------------------
       01  TAB-FOTOGRAFOS.
           05  FOT-OCR OCCURS 200 TIMES INDEXED BY FOT-IDX.
               10  FOTOGRAFO-TAB         PIC 9(6).
               10  NOME-FOT-TAB          PIC X(30).
               10  EVENTOS-FOT-TAB       PIC 9(4).
               10  CACHE-FOT-TAB         PIC 9(9)V99.
               10  TURMAS-FOT-TAB        PIC 9(3).
               10  ALBUNS-FOT-TAB        PIC 9(6).
               10  PLANILHADA-FOT-TAB    PIC 9(8).
               10  VENDIDA-FOT-TAB       PIC 9(8).
               10  VALOR-FOT-TAB         PIC 9(11)V99.
               10  PLAN-GRANDE-FOT-TAB   PIC 9(8).
               10  VEND-GRANDE-FOT-TAB   PIC 9(8).
               10  CONVERSAO-FOT-TAB     PIC 9(5)V9.
       01  QTDE-FOTOGRAFOS-W         PIC 9(3)     VALUE ZEROS.

      *----------------------------------------------------------------
      *    COBERTURAS: uma por fotografo e turma (os eventos da turma
      *    no periodo somados), com a melhor funcao que ele teve nela;
      *    recebe as linhas de album carimbadas com ele.
      *----------------------------------------------------------------
       01  TAB-COBERTURAS.
           05  COB-OCR OCCURS 1000 TIMES INDEXED BY COB-IDX.
               10  CURSO-COB-TAB         PIC X(4).
               10  TURMA-COB-TAB         PIC X(3).
               10  FOTOGRAFO-COB-TAB     PIC 9(6).
               10  FOT-COB-TAB           PIC 9(3).
               10  FUNCAO-COB-TAB        PIC 9.
               10  EVENTOS-COB-TAB       PIC 9(3).
               10  ALBUNS-COB-TAB        PIC 9(5).
               10  COMPRADORES-COB-TAB   PIC 9(5).
               10  PLANILHADA-COB-TAB    PIC 9(7).
               10  VENDIDA-COB-TAB       PIC 9(7).
               10  VALOR-COB-TAB         PIC 9(9)V99.
               10  ULT-ALBUM-COB-TAB     PIC 9(8).
               10  ULT-COMPRA-COB-TAB    PIC 9(8).
       01  QTDE-COBERTURAS-W         PIC 9(4)     VALUE ZEROS.

       01  TAB-ORDEM.
           05  ORDEM-TAB             PIC 9(3)     OCCURS 200 TIMES.
       01  QTDE-ORDEM-W              PIC 9(3)     VALUE ZEROS.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(49)   VALUE
               "CONVERSAO DE VENDAS POR FOTOGRAFO - EVENTOS DE ".
           05  DATA-INIC-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL          PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CABSEC.
           05  SECAO-REL             PIC X(90)   VALUE SPACES.
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "  TURMA    FUNCAO     ALBUNS COMPR. PLANIL. VENDIDA CONV% VA
      -    "LOR VENDIDO MEDIA/FOR".
       01  CAB05.
           05  FILLER                PIC X(90)   VALUE
           "PS  CODIGO NOME                      TUR ALBUNS CONV%   GR.%
      -    "  MEDIA/FOR CACHE/ALB".

       01  LINFOT.
           05  FILLER                PIC X(10)   VALUE "FOTOGRAFO ".
           05  FOTOGRAFO-REL         PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-REL              PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(9)    VALUE " EVENTOS ".
           05  EVENTOS-REL           PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(7)    VALUE " CACHE ".
           05  CACHE-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINCOB.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  CURSO-REL             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE "/".
           05  TURMA-REL             PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FUNCAO-REL            PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ALBUNS-REL            PIC ZZ.ZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  COMPRADORES-REL       PIC ZZ.ZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PLANILHADA-REL        PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VENDIDA-REL           PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONVERSAO-REL         PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MEDIA-REL             PIC ZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  TITULO-TOT-REL        PIC X(21)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ALBUNS-TOT-REL        PIC ZZ.ZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  COMPRADORES-TOT-REL   PIC ZZ.ZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PLANILHADA-TOT-REL    PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VENDIDA-TOT-REL       PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONVERSAO-TOT-REL     PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VALOR-TOT-REL         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MEDIA-TOT-REL         PIC ZZ.ZZ9,99 VALUE ZEROS.

       01  LINRANK.
           05  POS-REL               PIC Z9      VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  FOTOGRAFO-RANK-REL    PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-RANK-REL         PIC X(25)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TURMAS-RANK-REL       PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ALBUNS-RANK-REL       PIC ZZ.ZZ9  VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONVERSAO-RANK-REL    PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  GRANDE-RANK-REL       PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  MEDIA-RANK-REL        PIC ZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CACHE-ALBUM-RANK-REL  PIC ZZ.ZZ9,99 VALUE ZEROS.

       01  LINLEG1.
           05  FILLER                PIC X(90)   VALUE
           "CONV% = VENDIDA / PLANILHADA; MEDIA/FOR = VALOR VENDIDO / AL
      -    "BUNS (FORMANDOS FOTOGRAFADOS).".
       01  LINLEG2.
           05  FILLER                PIC X(51)   VALUE
               "GR.% = CONVERSAO SO NAS TURMAS EM QUE FOTOGRAFOU ".
           05  TURMA-GRANDE-REL      PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(35)   VALUE
               " OU MAIS ALBUNS; CACHE/ALB = CACHE ".
       01  LINLEG3.
           05  FILLER                PIC X(40)   VALUE
               "DO PERIODO / ALBUNS. SEM PLANILHADA O ".
           05  FILLER                PIC X(50)   VALUE
               "FOTOGRAFO NAO ENTRA NO RANKING.".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM CARREGA-ESCALAS
                IF   QTDE-COBERTURAS-W EQUAL ZEROS
                     DISPLAY "NENHUMA ESCALA DE FOTOGRAFO NO PERIODO."
                ELSE
                     PERFORM APURA-ALBUNS
                     PERFORM CONSOLIDA-COBERTURAS
                             VARYING COB-ATUAL-W FROM 1 BY 1
                             UNTIL COB-ATUAL-W GREATER
                                   QTDE-COBERTURAS-W
                     PERFORM IMPRIME-RELATORIO
                     PERFORM IMPRIME-RANKING
                     DISPLAY "RELATORIO IMPRESSO: " QTDE-FOTOGRAFOS-W
                             " FOTOGRAFO(S), " QTDE-COBERTURAS-W
                             " TURMA(S) COBERTA(S)."
                     DISPLAY "LINHAS CARIMBADAS FORA DA ESCALA DO "
                             "PERIODO: " QTDE-SEM-ESCALA-W
                END-IF
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
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD085" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD085.
           MOVE "RCD100P" TO ARQ-REC. MOVE EMPRESA-REF
                                      TO PATH-RCD100P.
           CLOSE CONTROLE.

      *    o cadastro de nomes e' opcional: sem ele o fotografo sai
      *    so pelo codigo
           OPEN INPUT CGD001.
           IF   ST-CGD001 EQUAL "00"
                MOVE 1 TO CGD001-OK.

           OPEN INPUT COD041 COD085 RCD100P.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.
           IF   ST-COD085 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD085: " ST-COD085
                        " - ESCALE OS FOTOGRAFOS NO COP101."
                MOVE 1 TO ERRO-W.
           IF   ST-RCD100P NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD100P: " ST-RCD100P
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "EVENTOS DE (AAAAMMDD)................: "
               WITH NO ADVANCING.
           ACCEPT DATA-INIC-PARM.
           DISPLAY "EVENTOS ATE (AAAAMMDD)...............: "
               WITH NO ADVANCING.
           ACCEPT DATA-FIM-PARM.
           IF   DATA-FIM-PARM EQUAL ZEROS
                MOVE 99999999 TO DATA-FIM-PARM.
           DISPLAY "FOTOGRAFO (0 = TODOS)................: "
               WITH NO ADVANCING.
           ACCEPT FOTOGRAFO-PARM.
           DISPLAY "TURMA GRANDE A PARTIR DE (ALBUNS)....: "
               WITH NO ADVANCING.
           ACCEPT TURMA-GRANDE-PARM.
           IF   TURMA-GRANDE-PARM EQUAL ZEROS
                MOVE 100 TO TURMA-GRANDE-PARM.
           MOVE TURMA-GRANDE-PARM TO TURMA-GRANDE-REL.
           MOVE DATA-INIC-PARM TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R     TO DATA-INIC-REL.
           MOVE DATA-FIM-PARM  TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R     TO DATA-FIM-REL.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARREGA-ESCALAS - COD085 pela chave alternada (FOTOGRAFO +
      *    DATA DO EVENTO): escala nao cancelada com evento no periodo
      *    entra no fotografo (eventos e cache) e na cobertura da
      *    turma.
      *----------------------------------------------------------------
       CARREGA-ESCALAS SECTION.
           MOVE ZEROS TO FIM-COD085 QTDE-FOTOGRAFOS-W
                         QTDE-COBERTURAS-W.
           MOVE FOTOGRAFO-PARM TO FOTOGRAFO-CO85.
           MOVE ZEROS          TO DATA-EVENTO-CO85.
           START COD085 KEY IS NOT LESS ALT-CO85
               INVALID KEY
                   MOVE 1 TO FIM-COD085.
           PERFORM CARREGA-UMA-ESCALA UNTIL FIM-COD085-TRUE.

       CARREGA-ESCALAS-EXIT. EXIT.

       CARREGA-UMA-ESCALA SECTION.
           READ COD085 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD085
                   GO TO CARREGA-UMA-ESCALA-EXIT.
           IF   FOTOGRAFO-PARM NOT EQUAL ZEROS
           AND  FOTOGRAFO-CO85 NOT EQUAL FOTOGRAFO-PARM
                MOVE 1 TO FIM-COD085
                GO TO CARREGA-UMA-ESCALA-EXIT.
           IF   ESCALA-CANCELADA-CO85
           OR   DATA-EVENTO-CO85 LESS DATA-INIC-PARM
           OR   DATA-EVENTO-CO85 GREATER DATA-FIM-PARM
                GO TO CARREGA-UMA-ESCALA-EXIT.

           SET FOT-IDX TO 1.
           SEARCH FOT-OCR
               AT END
                   PERFORM INCLUI-FOTOGRAFO
               WHEN FOT-IDX GREATER QTDE-FOTOGRAFOS-W
                   PERFORM INCLUI-FOTOGRAFO
               WHEN FOTOGRAFO-TAB (FOT-IDX) EQUAL FOTOGRAFO-CO85
                   CONTINUE
           END-SEARCH.
           IF   FOT-IDX GREATER QTDE-FOTOGRAFOS-W
                GO TO CARREGA-UMA-ESCALA-EXIT.
           ADD 1                TO EVENTOS-FOT-TAB (FOT-IDX).
           ADD VALOR-CACHE-CO85 TO CACHE-FOT-TAB (FOT-IDX).

           SET COB-IDX TO 1.
           SEARCH COB-OCR
               AT END
                   PERFORM INCLUI-COBERTURA
               WHEN COB-IDX GREATER QTDE-COBERTURAS-W
                   PERFORM INCLUI-COBERTURA
               WHEN CURSO-COB-TAB (COB-IDX) EQUAL CURSO-CO85
                AND TURMA-COB-TAB (COB-IDX) EQUAL TURMA-CO85
                AND FOTOGRAFO-COB-TAB (COB-IDX) EQUAL FOTOGRAFO-CO85
                   CONTINUE
           END-SEARCH.
           IF   COB-IDX GREATER QTDE-COBERTURAS-W
                GO TO CARREGA-UMA-ESCALA-EXIT.
           ADD 1 TO EVENTOS-COB-TAB (COB-IDX).
           IF   FUNCAO-CO85 LESS FUNCAO-COB-TAB (COB-IDX)
                MOVE FUNCAO-CO85 TO FUNCAO-COB-TAB (COB-IDX).

       CARREGA-UMA-ESCALA-EXIT. EXIT.

      *    INCLUI-FOTOGRAFO - sem lugar na tabela, FOT-IDX fica alem
      *    de QTDE-FOTOGRAFOS-W e a escala e' ignorada
       INCLUI-FOTOGRAFO SECTION.
           IF   QTDE-FOTOGRAFOS-W NOT LESS 200
                DISPLAY "AVISO: LIMITE DE 200 FOTOGRAFOS"
                SET FOT-IDX TO 201
                GO TO INCLUI-FOTOGRAFO-EXIT.
           ADD 1 TO QTDE-FOTOGRAFOS-W.
           SET FOT-IDX TO QTDE-FOTOGRAFOS-W.
           INITIALIZE FOT-OCR (FOT-IDX).
           MOVE FOTOGRAFO-CO85 TO FOTOGRAFO-TAB (FOT-IDX).
           IF   CGD001-OK EQUAL 1
                MOVE FOTOGRAFO-CO85 TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        MOVE "SEM CADASTRO" TO NOME-FOT-TAB (FOT-IDX)
                    NOT INVALID KEY
                        MOVE NOME-CG01 TO NOME-FOT-TAB (FOT-IDX)
                END-READ
           END-IF.

       INCLUI-FOTOGRAFO-EXIT. EXIT.

       INCLUI-COBERTURA SECTION.
           IF   QTDE-COBERTURAS-W NOT LESS 1000
                DISPLAY "AVISO: LIMITE DE 1000 TURMAS COBERTAS"
                SET COB-IDX TO 1001
                GO TO INCLUI-COBERTURA-EXIT.
           ADD 1 TO QTDE-COBERTURAS-W.
           SET COB-IDX TO QTDE-COBERTURAS-W.
           INITIALIZE COB-OCR (COB-IDX).
           MOVE CURSO-CO85     TO CURSO-COB-TAB (COB-IDX).
           MOVE TURMA-CO85     TO TURMA-COB-TAB (COB-IDX).
           MOVE FOTOGRAFO-CO85 TO FOTOGRAFO-COB-TAB (COB-IDX).
           SET FOT-COB-TAB (COB-IDX) TO FOT-IDX.
           MOVE 9              TO FUNCAO-COB-TAB (COB-IDX).

       INCLUI-COBERTURA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-ALBUNS - uma passada no RCD100P: a linha carimbada
      *    com fotografo leva, pelo contrato (COD041), a turma; se o
      *    fotografo cobriu a turma no periodo, soma planilhada,
      *    vendida e valor, e conta o album (formando fotografado) e
      *    o album com venda (formando que comprou) uma vez so.
      *----------------------------------------------------------------
       APURA-ALBUNS SECTION.
           MOVE ZEROS TO FIM-RCD100P CONTRATO-LIDO-W.
           MOVE ZEROS TO ALBUM-RECP SEQ-RECP.
           START RCD100P KEY IS NOT LESS CHAVE-ALBUM-RECP
               INVALID KEY
                   MOVE 1 TO FIM-RCD100P
           END-START.
           PERFORM SOMA-LINHA-ALBUM UNTIL FIM-RCD100P-TRUE.

       APURA-ALBUNS-EXIT. EXIT.

       SOMA-LINHA-ALBUM SECTION.
           READ RCD100P NEXT RECORD
               AT END
                   MOVE 1 TO FIM-RCD100P
                   GO TO SOMA-LINHA-ALBUM-EXIT.
           IF   FOTOGRAFO-RECP NOT NUMERIC
                GO TO SOMA-LINHA-ALBUM-EXIT.
           IF   FOTOGRAFO-RECP EQUAL ZEROS
                GO TO SOMA-LINHA-ALBUM-EXIT.
           IF   CONTRATO-RECP NOT NUMERIC
                GO TO SOMA-LINHA-ALBUM-EXIT.
           IF   CONTRATO-RECP EQUAL ZEROS
                GO TO SOMA-LINHA-ALBUM-EXIT.

           IF   CONTRATO-RECP NOT EQUAL CONTRATO-LIDO-W
                MOVE CONTRATO-RECP TO CONTRATO-LIDO-W
                                      NR-CONTRATO-CO41
                MOVE SPACES TO CURSO-LIDO-W TURMA-LIDO-W
                READ COD041
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CURSO-CO41 TO CURSO-LIDO-W
                        MOVE TURMA-CO41 TO TURMA-LIDO-W
                END-READ
           END-IF.

           SET COB-IDX TO 1.
           SEARCH COB-OCR
               AT END
                   ADD 1 TO QTDE-SEM-ESCALA-W
                   GO TO SOMA-LINHA-ALBUM-EXIT
               WHEN COB-IDX GREATER QTDE-COBERTURAS-W
                   ADD 1 TO QTDE-SEM-ESCALA-W
                   GO TO SOMA-LINHA-ALBUM-EXIT
               WHEN FOTOGRAFO-COB-TAB (COB-IDX) EQUAL FOTOGRAFO-RECP
                AND CURSO-COB-TAB (COB-IDX) EQUAL CURSO-LIDO-W
                AND TURMA-COB-TAB (COB-IDX) EQUAL TURMA-LIDO-W
                   CONTINUE
           END-SEARCH.

           ADD QTDE-PLANILHADA-RECP TO PLANILHADA-COB-TAB (COB-IDX).
           ADD QTDE-VENDIDA-RECP    TO VENDIDA-COB-TAB (COB-IDX).
           ADD VLRTOTAL-RECP        TO VALOR-COB-TAB (COB-IDX).
           IF   ALBUM-RECP NOT EQUAL ULT-ALBUM-COB-TAB (COB-IDX)
                MOVE ALBUM-RECP TO ULT-ALBUM-COB-TAB (COB-IDX)
                ADD 1 TO ALBUNS-COB-TAB (COB-IDX).
           IF   QTDE-VENDIDA-RECP GREATER ZEROS
           AND  ALBUM-RECP NOT EQUAL ULT-COMPRA-COB-TAB (COB-IDX)
                MOVE ALBUM-RECP TO ULT-COMPRA-COB-TAB (COB-IDX)
                ADD 1 TO COMPRADORES-COB-TAB (COB-IDX).

       SOMA-LINHA-ALBUM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSOLIDA-COBERTURAS - leva cada turma coberta ao total do
      *    fotografo; turma com TURMA-GRANDE-PARM albuns ou mais soma
      *    tambem na conversao das turmas grandes.
      *----------------------------------------------------------------
       CONSOLIDA-COBERTURAS SECTION.
           SET COB-IDX TO COB-ATUAL-W.
           SET FOT-IDX TO FOT-COB-TAB (COB-IDX).
           ADD 1 TO TURMAS-FOT-TAB (FOT-IDX).
           ADD ALBUNS-COB-TAB (COB-IDX)     TO ALBUNS-FOT-TAB (FOT-IDX).
           ADD PLANILHADA-COB-TAB (COB-IDX)
               TO PLANILHADA-FOT-TAB (FOT-IDX).
           ADD VENDIDA-COB-TAB (COB-IDX)
               TO VENDIDA-FOT-TAB (FOT-IDX).
           ADD VALOR-COB-TAB (COB-IDX)      TO VALOR-FOT-TAB (FOT-IDX).
           IF   ALBUNS-COB-TAB (COB-IDX) NOT LESS TURMA-GRANDE-PARM
                ADD PLANILHADA-COB-TAB (COB-IDX)
                    TO PLAN-GRANDE-FOT-TAB (FOT-IDX)
                ADD VENDIDA-COB-TAB (COB-IDX)
                    TO VEND-GRANDE-FOT-TAB (FOT-IDX).

       CONSOLIDA-COBERTURAS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-RELATORIO - um bloco por fotografo com as turmas
      *    que ele cobriu e o total; quem tem planilhada entra na
      *    tabela do ranking.
      *----------------------------------------------------------------
       IMPRIME-RELATORIO SECTION.
           MOVE ZEROS TO PAG-W QTDE-ORDEM-W.
           PERFORM CABECALHO.
           PERFORM IMPRIME-FOTOGRAFO
                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W GREATER QTDE-FOTOGRAFOS-W.

       IMPRIME-RELATORIO-EXIT. EXIT.

       IMPRIME-FOTOGRAFO SECTION.
           SET FOT-IDX TO IDX-W.
           IF   LIN GREATER 52
                PERFORM CABECALHO.
           MOVE FOTOGRAFO-TAB (FOT-IDX)   TO FOTOGRAFO-REL.
           MOVE NOME-FOT-TAB (FOT-IDX)    TO NOME-REL.
           MOVE EVENTOS-FOT-TAB (FOT-IDX) TO EVENTOS-REL.
           MOVE CACHE-FOT-TAB (FOT-IDX)   TO CACHE-REL.
           WRITE REG-RELAT FROM LINFOT AFTER 2.
           ADD 2 TO LIN.
           PERFORM IMPRIME-COBERTURA
                   VARYING COB-ATUAL-W FROM 1 BY 1
                   UNTIL COB-ATUAL-W GREATER QTDE-COBERTURAS-W.

           MOVE "  TOTAL DO FOTOGRAFO"    TO TITULO-TOT-REL.
           MOVE ALBUNS-FOT-TAB (FOT-IDX)  TO ALBUNS-TOT-REL.
           MOVE ZEROS                     TO COMPRADORES-TF-W.
           PERFORM SOMA-COMPRADORES
                   VARYING COB-ATUAL-W FROM 1 BY 1
                   UNTIL COB-ATUAL-W GREATER QTDE-COBERTURAS-W.
           MOVE COMPRADORES-TF-W          TO COMPRADORES-TOT-REL.
           MOVE PLANILHADA-FOT-TAB (FOT-IDX) TO PLANILHADA-TOT-REL.
           MOVE VENDIDA-FOT-TAB (FOT-IDX) TO VENDIDA-TOT-REL.
           MOVE PLANILHADA-FOT-TAB (FOT-IDX) TO PLANILHADA-TF-W.
           MOVE VENDIDA-FOT-TAB (FOT-IDX) TO VENDIDA-TF-W.
           PERFORM CALCULA-CONVERSAO.
           MOVE PERCENTUAL-W              TO CONVERSAO-TOT-REL.
           MOVE PERCENTUAL-W       TO CONVERSAO-FOT-TAB (FOT-IDX).
           MOVE VALOR-FOT-TAB (FOT-IDX)   TO VALOR-TOT-REL.
           MOVE VALOR-FOT-TAB (FOT-IDX)   TO VALOR-TF-W.
           MOVE ALBUNS-FOT-TAB (FOT-IDX)  TO ALBUNS-TF-W.
           PERFORM CALCULA-MEDIA.
           MOVE MEDIA-W                   TO MEDIA-TOT-REL.
           WRITE REG-RELAT FROM LINTOT.
           ADD 1 TO LIN.
           IF   PLANILHADA-FOT-TAB (FOT-IDX) GREATER ZEROS
                ADD 1 TO QTDE-ORDEM-W
                MOVE IDX-W TO ORDEM-TAB (QTDE-ORDEM-W).

       IMPRIME-FOTOGRAFO-EXIT. EXIT.

       IMPRIME-COBERTURA SECTION.
           SET COB-IDX TO COB-ATUAL-W.
           IF   FOT-COB-TAB (COB-IDX) NOT EQUAL IDX-W
                GO TO IMPRIME-COBERTURA-EXIT.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CURSO-COB-TAB (COB-IDX) TO CURSO-REL.
           MOVE TURMA-COB-TAB (COB-IDX) TO TURMA-REL.
           EVALUATE FUNCAO-COB-TAB (COB-IDX)
               WHEN 1     MOVE "PRINCIPAL"  TO FUNCAO-REL
               WHEN 2     MOVE "ASSISTENTE" TO FUNCAO-REL
               WHEN 3     MOVE "ESTUDIO"    TO FUNCAO-REL
               WHEN OTHER MOVE "?"          TO FUNCAO-REL
           END-EVALUATE.
           MOVE ALBUNS-COB-TAB (COB-IDX)      TO ALBUNS-REL.
           MOVE COMPRADORES-COB-TAB (COB-IDX) TO COMPRADORES-REL.
           MOVE PLANILHADA-COB-TAB (COB-IDX)  TO PLANILHADA-REL.
           MOVE VENDIDA-COB-TAB (COB-IDX)     TO VENDIDA-REL.
           MOVE PLANILHADA-COB-TAB (COB-IDX)  TO PLANILHADA-TF-W.
           MOVE VENDIDA-COB-TAB (COB-IDX)     TO VENDIDA-TF-W.
           PERFORM CALCULA-CONVERSAO.
           MOVE PERCENTUAL-W                  TO CONVERSAO-REL.
           MOVE VALOR-COB-TAB (COB-IDX)       TO VALOR-REL.
           MOVE VALOR-COB-TAB (COB-IDX)       TO VALOR-TF-W.
           MOVE ALBUNS-COB-TAB (COB-IDX)      TO ALBUNS-TF-W.
           PERFORM CALCULA-MEDIA.
           MOVE MEDIA-W                       TO MEDIA-REL.
           WRITE REG-RELAT FROM LINCOB.
           ADD 1 TO LIN.

       IMPRIME-COBERTURA-EXIT. EXIT.

       SOMA-COMPRADORES SECTION.
           SET COB-IDX TO COB-ATUAL-W.
           IF   FOT-COB-TAB (COB-IDX) EQUAL IDX-W
                ADD COMPRADORES-COB-TAB (COB-IDX) TO COMPRADORES-TF-W.

       SOMA-COMPRADORES-EXIT. EXIT.

      *    CALCULA-CONVERSAO - VENDIDA-TF-W / PLANILHADA-TF-W em %;
      *    acima de 999,9 (venda muito alem do planilhado) sai no teto
       CALCULA-CONVERSAO SECTION.
           MOVE ZEROS TO PERCENTUAL-W.
           IF   PLANILHADA-TF-W EQUAL ZEROS
                GO TO CALCULA-CONVERSAO-EXIT.
           COMPUTE PERCENTUAL-W ROUNDED =
                   VENDIDA-TF-W * 100 / PLANILHADA-TF-W
               ON SIZE ERROR
                   MOVE 999,9 TO PERCENTUAL-W
           END-COMPUTE.
           IF   PERCENTUAL-W GREATER 999,9
                MOVE 999,9 TO PERCENTUAL-W.

       CALCULA-CONVERSAO-EXIT. EXIT.

       CALCULA-MEDIA SECTION.
           MOVE ZEROS TO MEDIA-W.
           IF   ALBUNS-TF-W GREATER ZEROS
                COMPUTE MEDIA-W ROUNDED = VALOR-TF-W / ALBUNS-TF-W.

       CALCULA-MEDIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-RANKING - fotografos com planilhada em ordem
      *    decrescente de conversao (selecao simples, como no LBP134)
      *----------------------------------------------------------------
       IMPRIME-RANKING SECTION.
           IF   QTDE-ORDEM-W EQUAL ZEROS
                GO TO IMPRIME-RANKING-EXIT.
           PERFORM ORDENA-EXTERNO
                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W NOT LESS QTDE-ORDEM-W.
           IF   LIN GREATER 46
                PERFORM CABECALHO.
           MOVE "*** RANKING DOS FOTOGRAFOS PELA CONVERSAO ***"
                TO SECAO-REL.
           WRITE REG-RELAT FROM CABSEC AFTER 3.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.
           PERFORM IMPRIME-LINHA-RANKING
                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W GREATER QTDE-ORDEM-W.
           IF   LIN GREATER 52
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINLEG1 AFTER 2.
           WRITE REG-RELAT FROM LINLEG2.
           WRITE REG-RELAT FROM LINLEG3.

       IMPRIME-RANKING-EXIT. EXIT.

       ORDENA-EXTERNO SECTION.
           COMPUTE IDX2-W = IDX-W + 1.
           PERFORM ORDENA-INTERNO
                   VARYING IDX2-W FROM IDX2-W BY 1
                   UNTIL IDX2-W GREATER QTDE-ORDEM-W.

       ORDENA-EXTERNO-EXIT. EXIT.

       ORDENA-INTERNO SECTION.
           IF   CONVERSAO-FOT-TAB (ORDEM-TAB (IDX2-W)) GREATER
                CONVERSAO-FOT-TAB (ORDEM-TAB (IDX-W))
                MOVE ORDEM-TAB (IDX-W)  TO TROCA-W
                MOVE ORDEM-TAB (IDX2-W) TO ORDEM-TAB (IDX-W)
                MOVE TROCA-W            TO ORDEM-TAB (IDX2-W).

       ORDENA-INTERNO-EXIT. EXIT.

       IMPRIME-LINHA-RANKING SECTION.
           SET FOT-IDX TO ORDEM-TAB (IDX-W).
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE IDX-W                        TO POS-REL.
           MOVE FOTOGRAFO-TAB (FOT-IDX)      TO FOTOGRAFO-RANK-REL.
           MOVE NOME-FOT-TAB (FOT-IDX)       TO NOME-RANK-REL.
           MOVE TURMAS-FOT-TAB (FOT-IDX)     TO TURMAS-RANK-REL.
           MOVE ALBUNS-FOT-TAB (FOT-IDX)     TO ALBUNS-RANK-REL.
           MOVE CONVERSAO-FOT-TAB (FOT-IDX)  TO CONVERSAO-RANK-REL.
           MOVE PLAN-GRANDE-FOT-TAB (FOT-IDX) TO PLANILHADA-TF-W.
           MOVE VEND-GRANDE-FOT-TAB (FOT-IDX) TO VENDIDA-TF-W.
           PERFORM CALCULA-CONVERSAO.
           MOVE PERCENTUAL-W                 TO GRANDE-RANK-REL.
           MOVE VALOR-FOT-TAB (FOT-IDX)      TO VALOR-TF-W.
           MOVE ALBUNS-FOT-TAB (FOT-IDX)     TO ALBUNS-TF-W.
           PERFORM CALCULA-MEDIA.
           MOVE MEDIA-W                      TO MEDIA-RANK-REL.
           MOVE CACHE-FOT-TAB (FOT-IDX)      TO VALOR-TF-W.
           PERFORM CALCULA-MEDIA.
           MOVE MEDIA-W                      TO CACHE-ALBUM-RANK-REL.
           WRITE REG-RELAT FROM LINRANK.
           ADD 1 TO LIN.

       IMPRIME-LINHA-RANKING-EXIT. EXIT.

       CONVERTE-DATA SECTION.
           MOVE DIA-AUX-W  TO DIA-DMA-W.
           MOVE MES-AUX-W  TO MES-DMA-W.
           MOVE ANO-AUX-W  TO ANO-DMA-W.

       CONVERTE-DATA-EXIT. EXIT.

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
           ADD 6 TO LIN.

       CABECALHO-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD041 COD085 RCD100P RELAT.
           IF   CGD001-OK EQUAL 1
                CLOSE CGD001.

       FECHA-ARQUIVOS-EXIT. EXIT.

       END PROGRAM COP102.
