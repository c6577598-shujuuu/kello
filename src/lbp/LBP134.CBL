       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP134.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: EFICIENCIA GLOBAL (OEE) DAS IMPRESSORAS DO LABORATORIO.
      *        A OPCAO C MANTEM A CAPACIDADE NOMINAL (FOTOS POR HORA)
      *        DE CADA IMPRESSORA DO LBD026 POR TIPO DE FOTO, COM UMA
      *        CAPACIDADE PADRAO (TIPO EM BRANCO) PARA OS DEMAIS TIPOS
      *        (LBD045); A OPCAO L LISTA O CADASTRO. A OPCAO R IMPRIME
      *        O OEE DE UM PERIODO (ATE 26 SEMANAS), POR IMPRESSORA E
      *        SEMANA, E O RANKING DAS IMPRESSORAS:
      *        DISPONIBILIDADE = (TEMPO PROGRAMADO - INTERRUPCOES) /
      *        TEMPO PROGRAMADO, O PROGRAMADO VINDO DOS TURNOS
      *        (LBD023) ESCALADOS NA IMPRESSORA (LBD033) - CADA TURNO
      *        CONTA UMA VEZ POR DIA, POR MAIS FUNCIONARIOS QUE TENHA;
      *        DESEMPENHO = TEMPO IDEAL DAS FOTOS IMPRESSAS PELA
      *        CAPACIDADE NOMINAL / TEMPO EM OPERACAO; QUALIDADE =
      *        FOTOS BOAS / FOTOS IMPRESSAS (REFACAO-L103 = 1 E'
      *        REIMPRESSAO). IMPRESSORA SEM ESCALA NO PERIODO USA A
      *        DURACAO DOS MOVIMENTOS COMO TEMPO PROGRAMADO. TRILHA DA
      *        CAPACIDADE EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LBPX023.

           COPY LBPX026.

           COPY LBPX027.

           COPY LBPX033.

           COPY LBPX045.

           COPY LBPX103.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LBPW023.

           COPY LBPW026.

           COPY LBPW027.

           COPY LBPW033.

           COPY LBPW045.

           COPY LBPW103.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD023             PIC XX       VALUE SPACES.
           05  ST-LBD026             PIC XX       VALUE SPACES.
           05  ST-LBD027             PIC XX       VALUE SPACES.
           05  ST-LBD033             PIC XX       VALUE SPACES.
           05  ST-LBD045             PIC XX       VALUE SPACES.
           05  ST-LBD103             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  NOVA-CAPACIDADE-W     PIC 9        VALUE ZEROS.
           05  IMPR-FORA-W           PIC 9        VALUE ZEROS.
      *    IMPR-FORA-W = 1 quando a tabela de impressoras esta cheia
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
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
           05  IMPRESSORA-PARM       PIC X(2)     VALUE SPACES.
           05  TIPO-FOTO-PARM        PIC X(2)     VALUE SPACES.
           05  CAPACIDADE-PARM       PIC 9(5)     VALUE ZEROS.
           05  DATA-INIC-PARM        PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  CAPACIDADE-ANTES-W    PIC 9(5)     VALUE ZEROS.
           05  CAPACIDADE-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ.ZZ9   VALUE ZEROS.
           05  CHAVE-IMPR-W          PIC X(2)     VALUE SPACES.
           05  RECURSO-W             PIC X(3)     VALUE SPACES.
           05  DATA-ESC-ANT-W        PIC 9(8)     VALUE ZEROS.
           05  CHAVE-VISTO-W         PIC X(3)     VALUE SPACES.
           05  MIN-TURNO-W           PIC 9(4)     VALUE ZEROS.
           05  MIN-INIC-W            PIC 9(4)     VALUE ZEROS.
           05  HORA-AUX-W            PIC 9(4)     VALUE ZEROS.
           05  FILLER REDEFINES HORA-AUX-W.
               10  HH-AUX-W          PIC 9(2).
               10  MM-AUX-W          PIC 9(2).
           05  DATA-BUSCA-W          PIC 9(8)     VALUE ZEROS.
           05  SEMANA-W              PIC 9(2)     VALUE ZEROS.
           05  IDX-W                 PIC 9(3)     VALUE ZEROS.
           05  IDX2-W                PIC 9(3)     VALUE ZEROS.
           05  TROCA-W               PIC 9(3)     VALUE ZEROS.
           05  OPERANDO-W            PIC 9(6)     VALUE ZEROS.
           05  DISP-W                PIC 9(3)V9   VALUE ZEROS.
           05  DESEMP-W              PIC 9(5)V9   VALUE ZEROS.
           05  DESEMP-OEE-W          PIC 9(3)V9   VALUE ZEROS.
           05  QUAL-W                PIC 9(3)V9   VALUE ZEROS.
           05  OEE-W                 PIC 9(3)V9   VALUE ZEROS.
           05  DATA-DIA-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-DIA-W.
               10  ANO-DIA-W         PIC 9(4).
               10  MES-DIA-W         PIC 9(2).
               10  DIA-DIA-W         PIC 9(2).
           05  ULTIMO-DIA-W          PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(3)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(3)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(3)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
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
           05  DATA-ED-W             PIC 99/99/9999 VALUE ZEROS.
           COPY "PARAMETR".

      *----------------------------------------------------------------
      *    CALENDARIO DO PERIODO: cada data com a sua semana (1 = os
      *    sete primeiros dias do periodo); SEARCH ALL pela data.
      *----------------------------------------------------------------
       01  TAB-DIAS.
           05  DIA-OCR OCCURS 182 TIMES
                       ASCENDING KEY IS DIA-DATA-TAB
                       INDEXED BY DIA-IDX.
               10  DIA-DATA-TAB      PIC 9(8).
               10  DIA-SEMANA-TAB    PIC 9(2).
       01  QTDE-DIAS-W               PIC 9(3)     VALUE ZEROS.
       01  TAB-SEMANAS.
           05  SEMANA-INICIO-TAB     PIC 9(8)     OCCURS 26 TIMES.
       01  QTDE-SEMANAS-W            PIC 9(2)     VALUE ZEROS.

      *    turno + impressora ja contados no dia da escala
       01  TAB-VISTOS.
           05  VISTO-OCR OCCURS 60 TIMES INDEXED BY VISTO-IDX.
               10  VISTO-CHAVE-TAB   PIC X(3).
       01  QTDE-VISTOS-W             PIC 9(3)     VALUE ZEROS.

      *----------------------------------------------------------------
      *    ACUMULO POR IMPRESSORA E SEMANA; a ocorrencia 27 de
      *    OEE-SEMANA-TAB e' o total do periodo. Tempos em minutos.
      *----------------------------------------------------------------
       01  TAB-OEE.
           05  OEE-OCR OCCURS 30 TIMES INDEXED BY OEE-IDX.
               10  OEE-IMPR-TAB      PIC X(2).
               10  OEE-DESCR-TAB     PIC X(30).
               10  OEE-SEM-ESCALA-TAB PIC 9.
               10  OEE-SEM-CAP-TAB   PIC 9(7).
               10  OEE-PCT-TAB       PIC 9(3)V9.
               10  OEE-SEMANA-TAB OCCURS 27 TIMES.
                   15  SEM-PROG-TAB     PIC 9(6).
                   15  SEM-PARADA-TAB   PIC 9(6).
                   15  SEM-DURACAO-TAB  PIC 9(6).
                   15  SEM-IDEAL-TAB    PIC 9(6)V99.
                   15  SEM-FOTOS-TAB    PIC 9(7).
                   15  SEM-REFEITAS-TAB PIC 9(7).
       01  QTDE-IMPR-W               PIC 9(3)     VALUE ZEROS.

       01  TAB-ORDEM.
           05  ORDEM-TAB             PIC 9(3)     OCCURS 30 TIMES.
       01  QTDE-ORDEM-W              PIC 9(3)     VALUE ZEROS.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(44)   VALUE
               "OEE DAS IMPRESSORAS - PERIODO: ".
           05  DATA-INIC-REL         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  DATA-FIM-REL          PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CABSEC.
           05  SECAO-REL             PIC X(90)   VALUE SPACES.
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "SEMANA INICIO       H.PROG H.PARADA    FOTOS  REFEIT  DISP%
      -    "  DESE%  QUAL%   OEE%".
       01  CAB05.
           05  FILLER                PIC X(90)   VALUE
           "POS IP DESCRICAO                  DISP%  DESE%  QUAL%   OEE%
      -    "    S/CAPAC".

       01  LINIMPR.
           05  FILLER                PIC X(11)   VALUE "IMPRESSORA ".
           05  IMPR-CAB-REL          PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(3)    VALUE " - ".
           05  DESCR-CAB-REL         PIC X(30)   VALUE SPACES.
           05  OBS-CAB-REL           PIC X(40)   VALUE SPACES.

       01  LINSEM.
           05  SEMANA-REL            PIC X(6)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  INICIO-REL            PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PROG-REL              PIC ZZ.ZZ9,9 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PARADA-REL            PIC ZZ.ZZ9,9 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FOTOS-REL             PIC ZZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  REFEITAS-REL          PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DISP-REL              PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DESEMP-REL            PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  QUAL-REL              PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  OEE-REL               PIC ZZ9,9   VALUE ZEROS.

       01  LINRANK.
           05  POS-REL               PIC Z9      VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  IMPR-RANK-REL         PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCR-RANK-REL        PIC X(25)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DISP-RANK-REL         PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DESEMP-RANK-REL       PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  QUAL-RANK-REL         PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  OEE-RANK-REL          PIC ZZ9,9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  SEM-CAP-RANK-REL      PIC ZZZZ.ZZ9 VALUE ZEROS.

       01  LINLEG1.
           05  FILLER                PIC X(90)   VALUE
           "OEE = DISP. X DESEMP. X QUAL.; DESEMPENHO ACIMA DE 100% (CAP
      -    "ACIDADE NOMINAL BAIXA) ENTRA".
       01  LINLEG2.
           05  FILLER                PIC X(90)   VALUE
           "NO OEE COMO 100%. S/CAPAC = FOTOS DE TIPO SEM CAPACIDADE NO
      -    "LBD045 (FORA DO DESEMPENHO).".

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
           MOVE "LBD023" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD023.
           MOVE "LBD026" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD026.
           MOVE "LBD027" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD027.
           MOVE "LBD033" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD033.
           MOVE "LBD045" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD045.
           MOVE "LBD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD103.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT LBD023.
           IF   ST-LBD023 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD023: " ST-LBD023
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD026.
           IF   ST-LBD026 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD026: " ST-LBD026
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD027.
           IF   ST-LBD027 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD027: " ST-LBD027
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD033.
           IF   ST-LBD033 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD033: " ST-LBD033
                MOVE 1 TO ERRO-W.
           OPEN INPUT LBD103.
           IF   ST-LBD103 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD103: " ST-LBD103
                MOVE 1 TO ERRO-W.

           OPEN I-O LBD045.
           IF   ST-LBD045 EQUAL "35"
                CLOSE LBD045       OPEN OUTPUT LBD045
                CLOSE LBD045       OPEN I-O LBD045.
           IF   ST-LBD045 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD045: " ST-LBD045
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "LBP134" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "OEE DAS IMPRESSORAS (LBD045/LBD103/LBD033)".
           DISPLAY "C-CAPACIDADE L-LISTA R-RELATORIO OEE F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "C"  WHEN "c"  PERFORM MANTEM-CAPACIDADE
               WHEN "L"  WHEN "l"  PERFORM LISTA-CAPACIDADES
               WHEN "R"  WHEN "r"  PERFORM RELATORIO-OEE
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANTEM-CAPACIDADE - inclui, altera ou (capacidade zero)
      *    exclui a capacidade da impressora no tipo de foto.
      *----------------------------------------------------------------
       MANTEM-CAPACIDADE SECTION.
           DISPLAY "IMPRESSORA (LBD026)..................: "
               WITH NO ADVANCING.
           ACCEPT IMPRESSORA-PARM.
           MOVE IMPRESSORA-PARM TO CODIGO-LB26.
           READ LBD026
               INVALID KEY
                   DISPLAY "IMPRESSORA INEXISTENTE."
                   GO TO MANTEM-CAPACIDADE-EXIT
           END-READ.
           DISPLAY "TIPO DE FOTO (BRANCO = PADRAO).......: "
               WITH NO ADVANCING.
           ACCEPT TIPO-FOTO-PARM.
           IF   TIPO-FOTO-PARM NOT EQUAL SPACES
                MOVE TIPO-FOTO-PARM TO CODIGO-LB27
                READ LBD027
                    INVALID KEY
                        DISPLAY "TIPO DE FOTO INEXISTENTE."
                        GO TO MANTEM-CAPACIDADE-EXIT
                END-READ.

           MOVE 0 TO NOVA-CAPACIDADE-W.
           MOVE IMPRESSORA-PARM TO IMPRESSORA-LB45.
           MOVE TIPO-FOTO-PARM  TO TIPO-FOTO-LB45.
           READ LBD045
               INVALID KEY
                   MOVE 1 TO NOVA-CAPACIDADE-W
           END-READ.
           IF   NOVA-CAPACIDADE-W EQUAL 1
                MOVE ZEROS TO CAPACIDADE-ANTES-W
                DISPLAY "CAPACIDADE NAO CADASTRADA."
           ELSE
                MOVE CAPACIDADE-LB45 TO CAPACIDADE-ANTES-W
                DISPLAY "CAPACIDADE ATUAL (FOTOS/HORA): "
                        CAPACIDADE-LB45.

           DISPLAY "FOTOS POR HORA (0 = EXCLUI)..........: "
               WITH NO ADVANCING.
           ACCEPT CAPACIDADE-PARM.

           IF   CAPACIDADE-PARM EQUAL ZEROS
                IF   NOVA-CAPACIDADE-W EQUAL 1
                     DISPLAY "NADA A EXCLUIR."
                     GO TO MANTEM-CAPACIDADE-EXIT
                END-IF
                DELETE LBD045
                    INVALID KEY
                        DISPLAY "ERRO DE EXCLUSAO LBD045: " ST-LBD045
                        GO TO MANTEM-CAPACIDADE-EXIT
                END-DELETE
                MOVE "EXCLUSAO" TO LOG3-OPERACAO
                PERFORM GRAVA-LOG-CAPACIDADE
                DISPLAY "CAPACIDADE EXCLUIDA."
                GO TO MANTEM-CAPACIDADE-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE CAPACIDADE-PARM TO CAPACIDADE-LB45.
           MOVE USUARIO-PARM    TO USUARIO-LB45.
           MOVE DATA-HOJE-W     TO DATA-ALTERACAO-LB45.
           IF   NOVA-CAPACIDADE-W EQUAL 1
                WRITE REG-LBD045
                    INVALID KEY
                        DISPLAY "ERRO DE GRAVACAO LBD045: " ST-LBD045
                        GO TO MANTEM-CAPACIDADE-EXIT
                END-WRITE
                MOVE "INCLUSAO" TO LOG3-OPERACAO
           ELSE
                REWRITE REG-LBD045
                    INVALID KEY
                        DISPLAY "ERRO DE REGRAVACAO LBD045: "
                                ST-LBD045
                        GO TO MANTEM-CAPACIDADE-EXIT
                END-REWRITE
                MOVE "ALTERACAO" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-CAPACIDADE.
           DISPLAY "CAPACIDADE GRAVADA.".

       MANTEM-CAPACIDADE-EXIT. EXIT.

       GRAVA-LOG-CAPACIDADE SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "LBD045"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE IMPRESSORA-PARM    TO LOG3-CHAVE-REG(1:2).
           MOVE TIPO-FOTO-PARM     TO LOG3-CHAVE-REG(3:2).
           MOVE "CAPACIDADE-LB45"  TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE CAPACIDADE-ANTES-W TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ANTERIOR(1:6).
           MOVE CAPACIDADE-PARM    TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ATUAL(1:6).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       LISTA-CAPACIDADES SECTION.
           MOVE 0 TO FIM-ARQ-W.
           MOVE LOW-VALUES TO CHAVE-LB45.
           START LBD045 KEY IS NOT LESS CHAVE-LB45
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           DISPLAY "IP TIPO FOTOS/HORA USUARIO ALTERADO".
           PERFORM LE-CAPACIDADE UNTIL FIM-ARQ-TRUE.

       LISTA-CAPACIDADES-EXIT. EXIT.

       LE-CAPACIDADE SECTION.
           READ LBD045 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-CAPACIDADE-EXIT.
           MOVE DATA-ALTERACAO-LB45 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-ED-W.
           IF   TIPO-FOTO-LB45 EQUAL SPACES
                DISPLAY IMPRESSORA-LB45 " PAD. " CAPACIDADE-LB45
                        "      " USUARIO-LB45 "   " DATA-ED-W
           ELSE
                DISPLAY IMPRESSORA-LB45 " " TIPO-FOTO-LB45 "   "
                        CAPACIDADE-LB45 "      " USUARIO-LB45 "   "
                        DATA-ED-W.

       LE-CAPACIDADE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RELATORIO-OEE - monta o calendario do periodo, soma o
      *    tempo programado (escala) e o movimento (LBD103) por
      *    impressora e semana, e imprime o detalhe e o ranking.
      *----------------------------------------------------------------
       RELATORIO-OEE SECTION.
           DISPLAY "DATA INICIAL (AAAAMMDD)..............: "
               WITH NO ADVANCING.
           ACCEPT DATA-INIC-PARM.
           DISPLAY "DATA FINAL (AAAAMMDD)................: "
               WITH NO ADVANCING.
           ACCEPT DATA-FIM-PARM.
           MOVE DATA-INIC-PARM TO DATA-DIA-W.
           IF   MES-DIA-W LESS 1 OR MES-DIA-W GREATER 12
           OR   DIA-DIA-W LESS 1
                DISPLAY "DATA INICIAL INVALIDA."
                GO TO RELATORIO-OEE-EXIT.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           IF   DIA-DIA-W GREATER ULTIMO-DIA-W
                DISPLAY "DATA INICIAL INVALIDA."
                GO TO RELATORIO-OEE-EXIT.
           IF   DATA-FIM-PARM LESS DATA-INIC-PARM
                DISPLAY "PERIODO INVALIDO."
                GO TO RELATORIO-OEE-EXIT.

           PERFORM MONTA-CALENDARIO.
           IF   DATA-DIA-W NOT GREATER DATA-FIM-PARM
                DISPLAY "PERIODO MAXIMO DE 26 SEMANAS."
                GO TO RELATORIO-OEE-EXIT.

           PERFORM CARREGA-IMPRESSORAS.
           PERFORM APURA-ESCALA.
           PERFORM APURA-MOVIMENTO.
           PERFORM CALCULA-IMPRESSORA
                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W GREATER QTDE-IMPR-W.

           MOVE DATA-INIC-PARM TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-INIC-REL.
           MOVE DATA-FIM-PARM TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-FIM-REL.
           MOVE ZEROS TO PAG-W QTDE-ORDEM-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           MOVE "*** OEE POR IMPRESSORA E SEMANA ***" TO SECAO-REL.
           WRITE REG-RELAT FROM CABSEC AFTER 2.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           PERFORM IMPRIME-IMPRESSORA
                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W GREATER QTDE-IMPR-W.
           PERFORM IMPRIME-RANKING.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO: " QTDE-ORDEM-W
                   " IMPRESSORA(S) COM ATIVIDADE NO PERIODO.".

       RELATORIO-OEE-EXIT. EXIT.

      *    um dia por ocorrencia, do inicio ao fim do periodo; ao
      *    sair, DATA-DIA-W alem do fim indica periodo completo
       MONTA-CALENDARIO SECTION.
           MOVE ALL "9"  TO TAB-DIAS.
           MOVE ZEROS    TO TAB-SEMANAS QTDE-DIAS-W QTDE-SEMANAS-W.
           MOVE DATA-INIC-PARM TO DATA-DIA-W.
           PERFORM INCLUI-DIA
                   UNTIL DATA-DIA-W GREATER DATA-FIM-PARM
                   OR    QTDE-DIAS-W NOT LESS 182.

       INCLUI-DIA SECTION.
           ADD 1 TO QTDE-DIAS-W.
           SET DIA-IDX TO QTDE-DIAS-W.
           MOVE DATA-DIA-W TO DIA-DATA-TAB (DIA-IDX).
           COMPUTE SEMANA-W = (QTDE-DIAS-W - 1) / 7 + 1.
           MOVE SEMANA-W TO DIA-SEMANA-TAB (DIA-IDX).
           IF   SEMANA-W GREATER QTDE-SEMANAS-W
                MOVE SEMANA-W   TO QTDE-SEMANAS-W
                MOVE DATA-DIA-W TO SEMANA-INICIO-TAB (SEMANA-W).
           ADD 1 TO DIA-DIA-W.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           IF   DIA-DIA-W GREATER ULTIMO-DIA-W
                MOVE 1 TO DIA-DIA-W
                ADD  1 TO MES-DIA-W
                IF   MES-DIA-W GREATER 12
                     MOVE 1 TO MES-DIA-W
                     ADD  1 TO ANO-DIA-W.

       DETERMINA-ULTIMO-DIA-MES SECTION.
           DIVIDE ANO-DIA-W BY 4   GIVING QUOC-BISSEXTO-W
                                   REMAINDER RESTO-4-W.
           DIVIDE ANO-DIA-W BY 100 GIVING QUOC-BISSEXTO-W
                                   REMAINDER RESTO-100-W.
           DIVIDE ANO-DIA-W BY 400 GIVING QUOC-BISSEXTO-W
                                   REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.
           EVALUATE MES-DIA-W
               WHEN 1  WHEN 3  WHEN 5  WHEN 7
               WHEN 8  WHEN 10 WHEN 12
                   MOVE 31 TO ULTIMO-DIA-W
               WHEN 4  WHEN 6  WHEN 9  WHEN 11
                   MOVE 30 TO ULTIMO-DIA-W
               WHEN 2
                   IF   ANO-BISSEXTO-TRUE
                        MOVE 29 TO ULTIMO-DIA-W
                   ELSE
                        MOVE 28 TO ULTIMO-DIA-W
                   END-IF
           END-EVALUATE.

      *    todas as impressoras do LBD026 entram, em ordem de codigo,
      *    para que impressora escalada e parada tambem apareca
       CARREGA-IMPRESSORAS SECTION.
           INITIALIZE TAB-OEE.
           MOVE ZEROS TO QTDE-IMPR-W FIM-ARQ-W.
           MOVE LOW-VALUES TO CODIGO-LB26.
           START LBD026 KEY IS NOT LESS CODIGO-LB26
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-IMPRESSORA UNTIL FIM-ARQ-TRUE.

       LE-IMPRESSORA SECTION.
           READ LBD026 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-IMPRESSORA-EXIT.
           IF   QTDE-IMPR-W NOT LESS 30
                MOVE 1 TO FIM-ARQ-W
                GO TO LE-IMPRESSORA-EXIT.
           ADD 1 TO QTDE-IMPR-W.
           SET OEE-IDX TO QTDE-IMPR-W.
           MOVE CODIGO-LB26    TO OEE-IMPR-TAB (OEE-IDX).
           MOVE DESCRICAO-LB26 TO OEE-DESCR-TAB (OEE-IDX).

       LE-IMPRESSORA-EXIT. EXIT.

       LOCALIZA-IMPRESSORA SECTION.
           MOVE 0 TO IMPR-FORA-W.
           SET OEE-IDX TO 1.
           SEARCH OEE-OCR
               AT END
                   IF   QTDE-IMPR-W LESS 30
                        ADD 1 TO QTDE-IMPR-W
                        SET OEE-IDX TO QTDE-IMPR-W
                        MOVE CHAVE-IMPR-W TO OEE-IMPR-TAB (OEE-IDX)
                        MOVE "NAO CADASTRADA NO LBD026"
                             TO OEE-DESCR-TAB (OEE-IDX)
                   ELSE
                        MOVE 1 TO IMPR-FORA-W
                   END-IF
               WHEN OEE-IMPR-TAB (OEE-IDX) EQUAL CHAVE-IMPR-W
                   CONTINUE
           END-SEARCH.

       LOCALIZA-SEMANA SECTION.
           MOVE ZEROS TO SEMANA-W.
           SEARCH ALL DIA-OCR
               AT END
                   MOVE ZEROS TO SEMANA-W
               WHEN DIA-DATA-TAB (DIA-IDX) EQUAL DATA-BUSCA-W
                   MOVE DIA-SEMANA-TAB (DIA-IDX) TO SEMANA-W
           END-SEARCH.

      *----------------------------------------------------------------
      *    APURA-ESCALA - minutos de turno escalados em cada
      *    impressora (recurso da escala ou, em branco, do turno);
      *    recurso que nao e' impressora (pool) nao entra.
      *----------------------------------------------------------------
       APURA-ESCALA SECTION.
           MOVE ZEROS  TO FIM-ARQ-W DATA-ESC-ANT-W.
           MOVE DATA-INIC-PARM TO DATA-LB33.
           MOVE SPACES TO TURNO-LB33.
           MOVE ZEROS  TO FUNCIONARIO-LB33.
           START LBD033 KEY IS NOT LESS CHAVE-LB33
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-ESCALA UNTIL FIM-ARQ-TRUE.

       LE-ESCALA SECTION.
           READ LBD033 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-ESCALA-EXIT.
           IF   DATA-LB33 GREATER DATA-FIM-PARM
                MOVE 1 TO FIM-ARQ-W
                GO TO LE-ESCALA-EXIT.
           IF   DATA-LB33 NOT EQUAL DATA-ESC-ANT-W
                MOVE SPACES    TO TAB-VISTOS
                MOVE ZEROS     TO QTDE-VISTOS-W
                MOVE DATA-LB33 TO DATA-ESC-ANT-W.

           MOVE TURNO-LB33 TO CODIGO-LB23.
           READ LBD023
               INVALID KEY
                   GO TO LE-ESCALA-EXIT
           END-READ.
           MOVE RECURSO-LB33 TO RECURSO-W.
           IF   RECURSO-W EQUAL SPACES
                MOVE RECURSO-LB23 TO RECURSO-W.
           IF   RECURSO-W(1:2) EQUAL SPACES
           OR   RECURSO-W(3:1) NOT EQUAL SPACE
                GO TO LE-ESCALA-EXIT.

           MOVE TURNO-LB33     TO CHAVE-VISTO-W(1:1).
           MOVE RECURSO-W(1:2) TO CHAVE-VISTO-W(2:2).
           SET VISTO-IDX TO 1.
           SEARCH VISTO-OCR
               AT END
                   CONTINUE
               WHEN VISTO-CHAVE-TAB (VISTO-IDX) EQUAL CHAVE-VISTO-W
                   GO TO LE-ESCALA-EXIT
           END-SEARCH.
           IF   QTDE-VISTOS-W LESS 60
                ADD 1 TO QTDE-VISTOS-W
                SET VISTO-IDX TO QTDE-VISTOS-W
                MOVE CHAVE-VISTO-W TO VISTO-CHAVE-TAB (VISTO-IDX).

           MOVE HORA-INIC-LB23 TO HORA-AUX-W.
           COMPUTE MIN-INIC-W = (HH-AUX-W * 60) + MM-AUX-W.
           MOVE HORA-FIM-LB23 TO HORA-AUX-W.
           COMPUTE MIN-TURNO-W = (HH-AUX-W * 60) + MM-AUX-W.
      *    turno que vira a meia-noite
           IF   MIN-TURNO-W NOT GREATER MIN-INIC-W
                ADD 1440 TO MIN-TURNO-W.
           SUBTRACT MIN-INIC-W FROM MIN-TURNO-W.

           MOVE RECURSO-W(1:2) TO CHAVE-IMPR-W.
           PERFORM LOCALIZA-IMPRESSORA.
           MOVE DATA-LB33 TO DATA-BUSCA-W.
           PERFORM LOCALIZA-SEMANA.
           IF   IMPR-FORA-W EQUAL 0
           AND  SEMANA-W GREATER ZEROS
                ADD MIN-TURNO-W TO SEM-PROG-TAB (OEE-IDX, SEMANA-W).

       LE-ESCALA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-MOVIMENTO - duracao, interrupcoes, fotos, refeitas e
      *    o tempo ideal das fotos pela capacidade nominal do tipo
      *    (ou a padrao da impressora).
      *----------------------------------------------------------------
       APURA-MOVIMENTO SECTION.
           MOVE ZEROS TO FIM-ARQ-W.
           MOVE DATA-INIC-PARM TO DATA-MOVTO-L103.
           MOVE ZEROS          TO SEQ-L103.
           START LBD103 KEY IS NOT LESS CHAVE-L103 OF REG-LBD103
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-MOVIMENTO UNTIL FIM-ARQ-TRUE.

       LE-MOVIMENTO SECTION.
           READ LBD103 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-MOVIMENTO-EXIT.
           IF   DATA-MOVTO-L103 GREATER DATA-FIM-PARM
                MOVE 1 TO FIM-ARQ-W
                GO TO LE-MOVIMENTO-EXIT.
           IF   IMPRESSORA-L103 EQUAL SPACES
                GO TO LE-MOVIMENTO-EXIT.

           MOVE IMPRESSORA-L103 TO CHAVE-IMPR-W.
           PERFORM LOCALIZA-IMPRESSORA.
           MOVE DATA-MOVTO-L103 TO DATA-BUSCA-W.
           PERFORM LOCALIZA-SEMANA.
           IF   IMPR-FORA-W EQUAL 1
           OR   SEMANA-W EQUAL ZEROS
                GO TO LE-MOVIMENTO-EXIT.

           ADD DURACAO-L103         TO SEM-DURACAO-TAB (OEE-IDX,
                                                        SEMANA-W).
           ADD TEMPO-INTERRUPC-L103 TO SEM-PARADA-TAB (OEE-IDX,
                                                       SEMANA-W).
           ADD QTDE-FOTOS-L103      TO SEM-FOTOS-TAB (OEE-IDX,
                                                      SEMANA-W).
           IF   REFACAO-L103 NUMERIC
           AND  REFACAO-L103 EQUAL 1
                ADD QTDE-FOTOS-L103 TO SEM-REFEITAS-TAB (OEE-IDX,
                                                         SEMANA-W).

           PERFORM BUSCA-CAPACIDADE.
           IF   CAPACIDADE-W GREATER ZEROS
                COMPUTE SEM-IDEAL-TAB (OEE-IDX, SEMANA-W) =
                        SEM-IDEAL-TAB (OEE-IDX, SEMANA-W)
                      + QTDE-FOTOS-L103 * 60 / CAPACIDADE-W
           ELSE
                ADD QTDE-FOTOS-L103 TO OEE-SEM-CAP-TAB (OEE-IDX).

       LE-MOVIMENTO-EXIT. EXIT.

       BUSCA-CAPACIDADE SECTION.
           MOVE ZEROS TO CAPACIDADE-W.
           MOVE IMPRESSORA-L103 TO IMPRESSORA-LB45.
           MOVE TIPO-FOTO-L103  TO TIPO-FOTO-LB45.
           READ LBD045
               INVALID KEY
                   MOVE SPACES TO TIPO-FOTO-LB45
                   MOVE ZEROS  TO CAPACIDADE-LB45
           END-READ.
           IF   TIPO-FOTO-LB45 EQUAL SPACES
                READ LBD045
                    INVALID KEY
                        MOVE ZEROS TO CAPACIDADE-LB45
                END-READ.
           MOVE CAPACIDADE-LB45 TO CAPACIDADE-W.

      *----------------------------------------------------------------
      *    CALCULA-IMPRESSORA - total do periodo na ocorrencia 27;
      *    sem escala no periodo o tempo programado passa a ser a
      *    duracao dos movimentos, semana a semana.
      *----------------------------------------------------------------
       CALCULA-IMPRESSORA SECTION.
           SET OEE-IDX TO IDX-W.
           PERFORM SOMA-SEMANA
                   VARYING SEMANA-W FROM 1 BY 1
                   UNTIL SEMANA-W GREATER QTDE-SEMANAS-W.
           IF   SEM-PROG-TAB (OEE-IDX, 27) EQUAL ZEROS
           AND  SEM-DURACAO-TAB (OEE-IDX, 27) GREATER ZEROS
                MOVE 1 TO OEE-SEM-ESCALA-TAB (OEE-IDX)
                PERFORM USA-DURACAO
                        VARYING SEMANA-W FROM 1 BY 1
                        UNTIL SEMANA-W GREATER 27.
           MOVE 27 TO SEMANA-W.
           PERFORM CALCULA-INDICES.
           MOVE OEE-W TO OEE-PCT-TAB (OEE-IDX).

       SOMA-SEMANA SECTION.
           ADD SEM-PROG-TAB (OEE-IDX, SEMANA-W)
               TO SEM-PROG-TAB (OEE-IDX, 27).
           ADD SEM-PARADA-TAB (OEE-IDX, SEMANA-W)
               TO SEM-PARADA-TAB (OEE-IDX, 27).
           ADD SEM-DURACAO-TAB (OEE-IDX, SEMANA-W)
               TO SEM-DURACAO-TAB (OEE-IDX, 27).
           ADD SEM-IDEAL-TAB (OEE-IDX, SEMANA-W)
               TO SEM-IDEAL-TAB (OEE-IDX, 27).
           ADD SEM-FOTOS-TAB (OEE-IDX, SEMANA-W)
               TO SEM-FOTOS-TAB (OEE-IDX, 27).
           ADD SEM-REFEITAS-TAB (OEE-IDX, SEMANA-W)
               TO SEM-REFEITAS-TAB (OEE-IDX, 27).

       USA-DURACAO SECTION.
           MOVE SEM-DURACAO-TAB (OEE-IDX, SEMANA-W)
             TO SEM-PROG-TAB (OEE-IDX, SEMANA-W).

      *----------------------------------------------------------------
      *    CALCULA-INDICES - disponibilidade, desempenho, qualidade e
      *    OEE da impressora OEE-IDX na semana SEMANA-W (27 = total)
      *----------------------------------------------------------------
       CALCULA-INDICES SECTION.
           MOVE ZEROS TO OPERANDO-W DISP-W DESEMP-W DESEMP-OEE-W
                         QUAL-W OEE-W.
           IF   SEM-PROG-TAB (OEE-IDX, SEMANA-W) GREATER ZEROS
                IF   SEM-PARADA-TAB (OEE-IDX, SEMANA-W) LESS
                     SEM-PROG-TAB (OEE-IDX, SEMANA-W)
                     COMPUTE OPERANDO-W =
                             SEM-PROG-TAB (OEE-IDX, SEMANA-W)
                           - SEM-PARADA-TAB (OEE-IDX, SEMANA-W)
                END-IF
                COMPUTE DISP-W ROUNDED = OPERANDO-W * 100
                      / SEM-PROG-TAB (OEE-IDX, SEMANA-W).
           IF   OPERANDO-W GREATER ZEROS
                COMPUTE DESEMP-W ROUNDED =
                        SEM-IDEAL-TAB (OEE-IDX, SEMANA-W) * 100
                      / OPERANDO-W.
           IF   DESEMP-W GREATER 100
                MOVE 100      TO DESEMP-OEE-W
           ELSE
                MOVE DESEMP-W TO DESEMP-OEE-W.
           IF   DESEMP-W GREATER 999,9
                MOVE 999,9 TO DESEMP-W.
           IF   SEM-FOTOS-TAB (OEE-IDX, SEMANA-W) GREATER ZEROS
                COMPUTE QUAL-W ROUNDED =
                        (SEM-FOTOS-TAB (OEE-IDX, SEMANA-W)
                       - SEM-REFEITAS-TAB (OEE-IDX, SEMANA-W)) * 100
                      / SEM-FOTOS-TAB (OEE-IDX, SEMANA-W).
           COMPUTE OEE-W ROUNDED =
                   DISP-W * DESEMP-OEE-W * QUAL-W / 10000.

      *----------------------------------------------------------------
      *    IMPRIME-IMPRESSORA - uma linha por semana do periodo (a
      *    tendencia) e o total; impressora sem escala e sem
      *    movimento no periodo nao sai.
      *----------------------------------------------------------------
       IMPRIME-IMPRESSORA SECTION.
           SET OEE-IDX TO IDX-W.
           IF   SEM-PROG-TAB (OEE-IDX, 27) EQUAL ZEROS
           AND  SEM-FOTOS-TAB (OEE-IDX, 27) EQUAL ZEROS
                GO TO IMPRIME-IMPRESSORA-EXIT.

           ADD 1 TO QTDE-ORDEM-W.
           MOVE IDX-W TO ORDEM-TAB (QTDE-ORDEM-W).
           IF   LIN + QTDE-SEMANAS-W + 3 GREATER 56
                PERFORM CABECALHO
                WRITE REG-RELAT FROM CAB04 AFTER 2
                WRITE REG-RELAT FROM CAB03
                ADD 3 TO LIN.
           MOVE OEE-IMPR-TAB (OEE-IDX)  TO IMPR-CAB-REL.
           MOVE OEE-DESCR-TAB (OEE-IDX) TO DESCR-CAB-REL.
           MOVE SPACES TO OBS-CAB-REL.
           IF   OEE-SEM-ESCALA-TAB (OEE-IDX) EQUAL 1
                MOVE "(SEM ESCALA - TEMPO PELOS MOVIMENTOS)"
                     TO OBS-CAB-REL.
           WRITE REG-RELAT FROM LINIMPR AFTER 2.
           ADD 2 TO LIN.
           PERFORM IMPRIME-SEMANA
                   VARYING SEMANA-W FROM 1 BY 1
                   UNTIL SEMANA-W GREATER QTDE-SEMANAS-W.
           MOVE 27 TO SEMANA-W.
           PERFORM IMPRIME-SEMANA.

       IMPRIME-IMPRESSORA-EXIT. EXIT.

       IMPRIME-SEMANA SECTION.
           PERFORM CALCULA-INDICES.
           IF   SEMANA-W EQUAL 27
                MOVE "TOTAL " TO SEMANA-REL
                MOVE SPACES   TO INICIO-REL
           ELSE
                MOVE SPACES   TO SEMANA-REL
                STRING "SEM " SEMANA-W DELIMITED BY SIZE
                       INTO SEMANA-REL
                END-STRING
                MOVE SEMANA-INICIO-TAB (SEMANA-W) TO DATA-AUX-W
                PERFORM CONVERTE-DATA
                MOVE DATA-DMA-R TO DATA-ED-W
                MOVE DATA-ED-W  TO INICIO-REL.
           COMPUTE PROG-REL   = SEM-PROG-TAB (OEE-IDX, SEMANA-W) / 60.
           COMPUTE PARADA-REL = SEM-PARADA-TAB (OEE-IDX, SEMANA-W)
                              / 60.
           MOVE SEM-FOTOS-TAB (OEE-IDX, SEMANA-W)    TO FOTOS-REL.
           MOVE SEM-REFEITAS-TAB (OEE-IDX, SEMANA-W) TO REFEITAS-REL.
           MOVE DISP-W   TO DISP-REL.
           MOVE DESEMP-W TO DESEMP-REL.
           MOVE QUAL-W   TO QUAL-REL.
           MOVE OEE-W    TO OEE-REL.
           WRITE REG-RELAT FROM LINSEM.
           ADD 1 TO LIN.

      *----------------------------------------------------------------
      *    IMPRIME-RANKING - impressoras com atividade em ordem
      *    decrescente de OEE do periodo (selecao simples)
      *----------------------------------------------------------------
       IMPRIME-RANKING SECTION.
           PERFORM ORDENA-EXTERNO
                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W NOT LESS QTDE-ORDEM-W.
           IF   LIN GREATER 46
                PERFORM CABECALHO.
           MOVE "*** RANKING DAS IMPRESSORAS PELO OEE DO PERIODO ***"
                TO SECAO-REL.
           WRITE REG-RELAT FROM CABSEC AFTER 3.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.
           PERFORM IMPRIME-LINHA-RANKING
                   VARYING IDX-W FROM 1 BY 1
                   UNTIL IDX-W GREATER QTDE-ORDEM-W.
           WRITE REG-RELAT FROM LINLEG1 AFTER 2.
           WRITE REG-RELAT FROM LINLEG2.

       ORDENA-EXTERNO SECTION.
           COMPUTE IDX2-W = IDX-W + 1.
           PERFORM ORDENA-INTERNO
                   VARYING IDX2-W FROM IDX2-W BY 1
                   UNTIL IDX2-W GREATER QTDE-ORDEM-W.

       ORDENA-INTERNO SECTION.
           IF   OEE-PCT-TAB (ORDEM-TAB (IDX2-W)) GREATER
                OEE-PCT-TAB (ORDEM-TAB (IDX-W))
                MOVE ORDEM-TAB (IDX-W)  TO TROCA-W
                MOVE ORDEM-TAB (IDX2-W) TO ORDEM-TAB (IDX-W)
                MOVE TROCA-W            TO ORDEM-TAB (IDX2-W).

       IMPRIME-LINHA-RANKING SECTION.
           SET OEE-IDX TO ORDEM-TAB (IDX-W).
           MOVE 27 TO SEMANA-W.
           PERFORM CALCULA-INDICES.
           MOVE IDX-W                   TO POS-REL.
           MOVE OEE-IMPR-TAB (OEE-IDX)  TO IMPR-RANK-REL.
           MOVE OEE-DESCR-TAB (OEE-IDX) TO DESCR-RANK-REL.
           MOVE DISP-W                  TO DISP-RANK-REL.
           MOVE DESEMP-W                TO DESEMP-RANK-REL.
           MOVE QUAL-W                  TO QUAL-RANK-REL.
           MOVE OEE-W                   TO OEE-RANK-REL.
           MOVE OEE-SEM-CAP-TAB (OEE-IDX) TO SEM-CAP-RANK-REL.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINRANK.
           ADD 1 TO LIN.

       CONVERTE-DATA SECTION.
           MOVE DIA-AUX-W  TO DIA-DMA-W.
           MOVE MES-AUX-W  TO MES-DMA-W.
           MOVE ANO-AUX-W  TO ANO-DMA-W.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE LBD023 LBD026 LBD027 LBD033 LBD045 LBD103 LOG003.

       END PROGRAM LBP134.
