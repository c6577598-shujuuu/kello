      *        (ANO LETIVO, DATA PREVISTA DE FORMATURA, SITUACAO), COM
      *        VALIDACAO DO CURSO CONTRA COD042 E TRILHA DE AUDITORIA
      *        EM LOG003, NOS MESMOS MOLDES DO CGP012/COP045.
      *        MUDANDO A DATA DE FORMATURA NA ALTERACAO, IMPRIME O
      *        IMPACTO SOBRE O QUE DEPENDIA DA DATA ANTIGA: EVENTOS DE
      *        VIDEO (VID100) NO DIA ANTIGO OU DEPOIS DA NOVA DATA E AS
      *        RESERVAS DE EQUIPAMENTO DELES (VID111), SESSOES DE
      *        ESTUDIO AGENDADAS (VID114), PARCELAS EM ABERTO (COD044)
      *        QUE VENCEM DEPOIS DA NOVA DATA, E O AVISO DE QUE A
      *        PROGRAMACAO DO LABORATORIO (LBP128) E O LEMBRETE DE
      *        RENOVACAO (COP044) PASSAM A CONTAR PELA NOVA DATA. AS
      *        SESSOES DE ESTUDIO AGENDADAS PODEM SER DESLOCADAS PELOS
      *        MESMOS DIAS (HORARIO JA OCUPADO NO ESTUDIO FICA ONDE
      *        ESTA), CADA UMA COM TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY COPX055.

           COPY COPX041.

           COPY COPX044.

           COPY VIPX100.

           COPY VIPX111.

           COPY VIPX114.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.


           COPY COPW055.

           COPY COPW041.

           COPY COPW044.

           COPY VIPW100.

           COPY VIPW111.

           COPY VIPW114.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  FIM-COD055-W          PIC 9        VALUE ZEROS.
           05  QTDE-MEMBROS-W        PIC 9(2)     VALUE ZEROS.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VID111             PIC XX       VALUE SPACES.
           05  ST-VID114             PIC XX       VALUE SPACES.
           05  SEM-COD041-W          PIC 9        VALUE ZEROS.
           05  SEM-COD044-W          PIC 9        VALUE ZEROS.
           05  SEM-VID100-W          PIC 9        VALUE ZEROS.
           05  SEM-VID111-W          PIC 9        VALUE ZEROS.
           05  SEM-VID114-W          PIC 9        VALUE ZEROS.
      *    SEM-xxx-W = 1 arquivo indisponivel: o impacto da mudanca de
      *    formatura sai sem aquela parte (a manutencao segue)
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  FIM-RESERVA-W         PIC 9        VALUE ZEROS.
              88  FIM-RESERVA-TRUE      VALUE 1.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  DATA-FORM-ANTES-W     PIC 9(8)     VALUE ZEROS.
           05  DATA-FORM-NOVA-W      PIC 9(8)     VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  DIAS-DESLOC-W         PIC S9(5)    VALUE ZEROS.
           05  PASSOS-W              PIC 9(5)     VALUE ZEROS.
           05  DIA-ABSOLUTO-W        PIC 9(7)     VALUE ZEROS.
           05  ABSOLUTO-ANTES-W      PIC 9(7)     VALUE ZEROS.
           05  ANO-CAL-W             PIC 9(4)     VALUE ZEROS.
           05  MES-CAL-W             PIC 9(2)     VALUE ZEROS.
           05  DIA-CAL-W             PIC 9(2)     VALUE ZEROS.
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DATA-CALC-W           PIC 9(8)     VALUE ZEROS.
           05  QTDE-CONTRATOS-W      PIC 9(3)     VALUE ZEROS COMP.
           05  CONTRATO-ATUAL-W      PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-VIGENTES-W       PIC 9(3)     VALUE ZEROS.
           05  QTDE-SESSOES-W        PIC 9(3)     VALUE ZEROS COMP.
           05  SESSAO-ATUAL-W        PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-EVENTOS-IMP-W    PIC 9(4)     VALUE ZEROS.
           05  QTDE-RESERVAS-IMP-W   PIC 9(4)     VALUE ZEROS.
           05  QTDE-SESSOES-IMP-W    PIC 9(4)     VALUE ZEROS.
           05  QTDE-PARCELAS-IMP-W   PIC 9(4)     VALUE ZEROS.
           05  QTDE-DESLOCADAS-W     PIC 9(4)     VALUE ZEROS.
           05  QTDE-CONFLITOS-W      PIC 9(4)     VALUE ZEROS.
           05  VALOR-PARCELAS-IMP-W  PIC 9(9)V99  VALUE ZEROS.
           05  SESSAO-SALVA-W        PIC X(77)    VALUE SPACES.
      *    SESSAO-SALVA-W - copia do REG-VID114 enquanto se confere o
      *    horario de destino do deslocamento
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

      *    contratos da turma (COD041 nao tem chave por turma -
      *    varredura completa, como no COP074)
       01  TAB-CONTRATO.
           05  CONTRATO-TAB          PIC 9(6)   OCCURS 500 TIMES.

      *    sessoes de estudio agendadas da turma, candidatas ao
      *    deslocamento (a chave do VID114 tem a data, entao a sessao
      *    deslocada e' regravada com chave nova)
       01  TAB-SESSAO.
           05  SESSAO-OCR            OCCURS 300 TIMES.
               10  ESTUDIO-TAB       PIC 9(2).
               10  DATA-SESSAO-TAB   PIC 9(8).
               10  HORA-SESSAO-TAB   PIC 9(4).

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(32)   VALUE
               "IMPACTO DA MUDANCA DE FORMATURA ".
           05  CURSO-CAB             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE "/".
           05  TURMA-CAB             PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(4)    VALUE " DE ".
           05  DATA-ANTES-CAB        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(6)    VALUE " PARA ".
           05  DATA-NOVA-CAB         PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE " (".
           05  DIAS-CAB              PIC +ZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(6)    VALUE " DIAS)".
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(7)    VALUE "CONTR.".
           05  FILLER                PIC X(11)   VALUE "DATA".
           05  FILLER                PIC X(6)    VALUE "HORA".
           05  FILLER                PIC X(41)   VALUE "DESCRICAO".
           05  FILLER                PIC X(25)   VALUE "SITUACAO".

       01  LINSECAO.
           05  FILLER                PIC X(3)    VALUE "** ".
           05  TITULO-SECAO-REL      PIC X(87)   VALUE SPACES.

       01  LINDET.
           05  CONTRATO-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-REL              PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  HORA-REL              PIC 99B99   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-REL         PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  MOTIVO-REL            PIC X(25)   VALUE SPACES.

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): a assinatura do LOG003 so vale depois de

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "COD042" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD042.
           MOVE "COD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD055" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD055.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "VID100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID100.
           MOVE "VID111" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID111.
           MOVE "VID114" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID114.
           CLOSE CONTROLE.

           OPEN INPUT COD042.
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

      *    arquivos do impacto da mudanca de formatura: sem eles a
      *    parte correspondente do relatorio nao sai
           OPEN INPUT COD041.
           IF   ST-COD041 NOT EQUAL "00"
                MOVE 1 TO SEM-COD041-W.
           OPEN INPUT COD044.
           IF   ST-COD044 NOT EQUAL "00"
                MOVE 1 TO SEM-COD044-W.
           OPEN INPUT VID100.
           IF   ST-VID100 NOT EQUAL "00"
                MOVE 1 TO SEM-VID100-W.
           OPEN INPUT VID111.
           IF   ST-VID111 NOT EQUAL "00"
                MOVE 1 TO SEM-VID111-W.
           OPEN I-O VID114.
           IF   ST-VID114 NOT EQUAL "00"
                MOVE 1 TO SEM-VID114-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-TURMA
                   DISPLAY "TURMA ALTERADA."
                   IF   DATA-FORMATURA-CO43 NOT EQUAL DATA-FORM-ANTES-W
                   AND  DATA-FORMATURA-CO43 NOT EQUAL ZEROS
                   AND  DATA-FORM-ANTES-W NOT EQUAL ZEROS
                        PERFORM IMPACTO-FORMATURA
                   END-IF
           END-REWRITE.

       ALTERA-TURMA-EXIT. EXIT.
               INVALID KEY CONTINUE
           END-WRITE.

      *----------------------------------------------------------------
      *    IMPACTO-FORMATURA - data de formatura mudou na alteracao:
      *    relatorio do que ficou inconsistente e oferta de deslocar
      *    as sessoes de estudio agendadas pelos mesmos dias. Os
      *    prazos do laboratorio (LBP128) e o lembrete de renovacao
      *    (COP044) sao calculados sobre o COD043 e ja seguem a nova
      *    data - o relatorio so avisa.
      *----------------------------------------------------------------
       IMPACTO-FORMATURA SECTION.
           MOVE DATA-FORMATURA-CO43 TO DATA-FORM-NOVA-W.
           MOVE DATA-FORM-ANTES-W   TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           MOVE DIA-ABSOLUTO-W      TO ABSOLUTO-ANTES-W.
           MOVE DATA-FORM-NOVA-W    TO DIA-ABSOLUTO-W.
           PERFORM CALCULA-DIA-ABSOLUTO.
           COMPUTE DIAS-DESLOC-W = DIA-ABSOLUTO-W - ABSOLUTO-ANTES-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           MOVE ZEROS TO QTDE-CONTRATOS-W QTDE-VIGENTES-W
                         QTDE-SESSOES-W QTDE-EVENTOS-IMP-W
                         QTDE-RESERVAS-IMP-W QTDE-SESSOES-IMP-W
                         QTDE-PARCELAS-IMP-W VALOR-PARCELAS-IMP-W
                         QTDE-DESLOCADAS-W QTDE-CONFLITOS-W PAG-W.
           IF   SEM-COD041-W EQUAL 0
                PERFORM CARREGA-CONTRATOS-TURMA.

           MOVE CURSO-CO43 TO CURSO-CAB.
           MOVE TURMA-CO43 TO TURMA-CAB.
           MOVE DATA-FORM-ANTES-W TO DATA-CALC-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R TO DATA-ANTES-CAB.
           MOVE DATA-FORM-NOVA-W TO DATA-CALC-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R TO DATA-NOVA-CAB.
           MOVE DIAS-DESLOC-W TO DIAS-CAB.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE "EVENTOS DE VIDEO NO DIA ANTIGO OU DEPOIS DA NOVA DATA"
                TO TITULO-SECAO-REL.
           PERFORM IMPRIME-SECAO.
           IF   SEM-VID100-W EQUAL 0
                PERFORM IMPACTO-EVENTOS-CONTRATO
                        VARYING CONTRATO-ATUAL-W FROM 1 BY 1
                        UNTIL CONTRATO-ATUAL-W GREATER QTDE-CONTRATOS-W.

           MOVE "SESSOES DE ESTUDIO AGENDADAS (DESLOCAVEIS)"
                TO TITULO-SECAO-REL.
           PERFORM IMPRIME-SECAO.
           IF   SEM-VID114-W EQUAL 0
                PERFORM IMPACTO-SESSOES-CONTRATO
                        VARYING CONTRATO-ATUAL-W FROM 1 BY 1
                        UNTIL CONTRATO-ATUAL-W GREATER QTDE-CONTRATOS-W.

           MOVE "PARCELAS EM ABERTO QUE VENCEM DEPOIS DA NOVA DATA"
                TO TITULO-SECAO-REL.
           PERFORM IMPRIME-SECAO.
           IF   SEM-COD044-W EQUAL 0
                PERFORM IMPACTO-PARCELAS-CONTRATO
                        VARYING CONTRATO-ATUAL-W FROM 1 BY 1
                        UNTIL CONTRATO-ATUAL-W GREATER QTDE-CONTRATOS-W.

           PERFORM IMPRIME-AVISOS.
           CLOSE RELAT.
           DISPLAY "IMPACTO IMPRESSO: " QTDE-EVENTOS-IMP-W
                   " EVENTO(S), "
                   QTDE-RESERVAS-IMP-W " RESERVA(S), "
                   QTDE-SESSOES-IMP-W " SESSAO(OES), "
                   QTDE-PARCELAS-IMP-W " PARCELA(S).".

           IF   QTDE-SESSOES-W NOT EQUAL ZEROS
                DISPLAY "DESLOCAR AS " QTDE-SESSOES-W
                        " SESSOES DE ESTUDIO AGENDADAS EM "
                        DIAS-CAB " DIAS (S/N)? " WITH NO ADVANCING
                ACCEPT RESPOSTA-W
                IF   RESPOSTA-W EQUAL "S" OR RESPOSTA-W EQUAL "s"
                     PERFORM DESLOCA-SESSAO
                             VARYING SESSAO-ATUAL-W FROM 1 BY 1
                             UNTIL SESSAO-ATUAL-W GREATER
                                   QTDE-SESSOES-W
                     DISPLAY QTDE-DESLOCADAS-W " SESSAO(OES) "
                             "DESLOCADA(S), " QTDE-CONFLITOS-W
                             " COM HORARIO OCUPADO (REMARCAR NO "
                             "VIP124)."
                END-IF
           END-IF.

       IMPACTO-FORMATURA-EXIT. EXIT.

       CARREGA-CONTRATOS-TURMA SECTION.
           MOVE ZEROS  TO NR-CONTRATO-CO41 FIM-ARQ-W.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W.
           PERFORM SELECIONA-CONTRATO-TURMA UNTIL FIM-ARQ-TRUE.

       CARREGA-CONTRATOS-TURMA-EXIT. EXIT.

       SELECIONA-CONTRATO-TURMA SECTION.
           READ COD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO SELECIONA-CONTRATO-TURMA-EXIT.
           IF   CURSO-CO41 NOT EQUAL CURSO-CO43
           OR   TURMA-CO41 NOT EQUAL TURMA-CO43
           OR   SITUACAO-CO41 EQUAL 1
                GO TO SELECIONA-CONTRATO-TURMA-EXIT.
           IF   QTDE-CONTRATOS-W NOT LESS 500
                DISPLAY "AVISO: LIMITE DE 500 CONTRATOS"
                GO TO SELECIONA-CONTRATO-TURMA-EXIT.
           ADD 1 TO QTDE-CONTRATOS-W.
           MOVE NR-CONTRATO-CO41 TO CONTRATO-TAB (QTDE-CONTRATOS-W).
           IF   SITUACAO-CO41 EQUAL 0
                ADD 1 TO QTDE-VIGENTES-W.

       SELECIONA-CONTRATO-TURMA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPACTO-EVENTOS-CONTRATO - eventos de hoje em diante do
      *    contrato (ALT1-V100); o que caia na data antiga ou passou
      *    a cair depois da nova sai com as reservas de equipamento.
      *----------------------------------------------------------------
       IMPACTO-EVENTOS-CONTRATO SECTION.
           MOVE ZEROS TO FIM-ARQ-W.
           MOVE CONTRATO-TAB (CONTRATO-ATUAL-W) TO CONTRATO-V100.
           MOVE DATA-HOJE-W                     TO DATA-EVENTO-V100.
           START VID100 KEY IS NOT LESS ALT1-V100
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W.
           PERFORM IMPACTO-EVENTO UNTIL FIM-ARQ-TRUE.

       IMPACTO-EVENTOS-CONTRATO-EXIT. EXIT.

       IMPACTO-EVENTO SECTION.
           READ VID100 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO IMPACTO-EVENTO-EXIT.
           IF   CONTRATO-V100 NOT EQUAL
                CONTRATO-TAB (CONTRATO-ATUAL-W)
                MOVE 1 TO FIM-ARQ-W
                GO TO IMPACTO-EVENTO-EXIT.
           IF   DATA-EVENTO-V100 EQUAL DATA-FORM-ANTES-W
                MOVE "NO DIA DA DATA ANTIGA"    TO MOTIVO-REL
           ELSE
                IF   DATA-EVENTO-V100 GREATER DATA-FORM-NOVA-W
                     MOVE "DEPOIS DA NOVA FORMATURA" TO MOTIVO-REL
                ELSE
                     GO TO IMPACTO-EVENTO-EXIT.
           MOVE CONTRATO-V100     TO CONTRATO-REL.
           MOVE DATA-EVENTO-V100  TO DATA-CALC-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R        TO DATA-REL.
           MOVE HORA-EVENTO-V100  TO HORA-REL.
           MOVE LOCAL-EVENTO-V100 TO DESCRICAO-REL.
           PERFORM IMPRIME-DETALHE.
           ADD 1 TO QTDE-EVENTOS-IMP-W.
           IF   SEM-VID111-W EQUAL 0
                PERFORM IMPACTO-RESERVAS.

       IMPACTO-EVENTO-EXIT. EXIT.

       IMPACTO-RESERVAS SECTION.
           MOVE ZEROS TO FIM-RESERVA-W.
           MOVE DATA-MOVTO-V100 TO DATA-MOVTO-V111.
           MOVE SEQ-V100        TO SEQ-V111.
           MOVE SPACES          TO EQUIPAMENTO-V111.
           START VID111 KEY IS NOT LESS CHAVE-V111
               INVALID KEY
                   MOVE 1 TO FIM-RESERVA-W.
           PERFORM IMPACTO-RESERVA UNTIL FIM-RESERVA-TRUE.

       IMPACTO-RESERVAS-EXIT. EXIT.

       IMPACTO-RESERVA SECTION.
           READ VID111 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-RESERVA-W
                   GO TO IMPACTO-RESERVA-EXIT.
           IF   DATA-MOVTO-V111 NOT EQUAL DATA-MOVTO-V100
           OR   SEQ-V111 NOT EQUAL SEQ-V100
                MOVE 1 TO FIM-RESERVA-W
                GO TO IMPACTO-RESERVA-EXIT.
           IF   DEVOLVIDO-V111 EQUAL 1
                GO TO IMPACTO-RESERVA-EXIT.
           MOVE SPACES TO DESCRICAO-REL.
           STRING "  RESERVA EQUIPAMENTO " EQUIPAMENTO-V111
                  " CINEG. " CINEGRAFISTA-V111
                  DELIMITED BY SIZE INTO DESCRICAO-REL.
           MOVE "ACOMPANHA O EVENTO" TO MOTIVO-REL.
           PERFORM IMPRIME-DETALHE.
           ADD 1 TO QTDE-RESERVAS-IMP-W.

       IMPACTO-RESERVA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPACTO-SESSOES-CONTRATO - sessoes agendadas de hoje em
      *    diante (ALT2-V114) vao para a tabela de deslocamento; as
      *    que ficaram depois da nova data sao marcadas.
      *----------------------------------------------------------------
       IMPACTO-SESSOES-CONTRATO SECTION.
           MOVE ZEROS TO FIM-ARQ-W.
           MOVE CONTRATO-TAB (CONTRATO-ATUAL-W) TO CONTRATO-V114.
           START VID114 KEY IS NOT LESS ALT2-V114
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W.
           PERFORM IMPACTO-SESSAO UNTIL FIM-ARQ-TRUE.

       IMPACTO-SESSOES-CONTRATO-EXIT. EXIT.

       IMPACTO-SESSAO SECTION.
           READ VID114 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO IMPACTO-SESSAO-EXIT.
           IF   CONTRATO-V114 NOT EQUAL
                CONTRATO-TAB (CONTRATO-ATUAL-W)
                MOVE 1 TO FIM-ARQ-W
                GO TO IMPACTO-SESSAO-EXIT.
           IF   SITUACAO-V114 NOT EQUAL 0
           OR   DATA-SESSAO-V114 LESS DATA-HOJE-W
                GO TO IMPACTO-SESSAO-EXIT.
           IF   DATA-SESSAO-V114 GREATER DATA-FORM-NOVA-W
                MOVE "DEPOIS DA NOVA FORMATURA" TO MOTIVO-REL
           ELSE
                MOVE "AGENDADA"                 TO MOTIVO-REL.
           MOVE CONTRATO-V114     TO CONTRATO-REL.
           MOVE DATA-SESSAO-V114  TO DATA-CALC-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R        TO DATA-REL.
           MOVE HORA-SESSAO-V114  TO HORA-REL.
           MOVE SPACES            TO DESCRICAO-REL.
           EVALUATE TIPO-SESSAO-V114
               WHEN 1
                    STRING "ESTUDIO " ESTUDIO-V114 " FAMILIA   FOT. "
                           FOTOGRAFO-V114
                           DELIMITED BY SIZE INTO DESCRICAO-REL
               WHEN 2
                    STRING "ESTUDIO " ESTUDIO-V114 " BECA      FOT. "
                           FOTOGRAFO-V114
                           DELIMITED BY SIZE INTO DESCRICAO-REL
               WHEN OTHER
                    STRING "ESTUDIO " ESTUDIO-V114 " FORMANDO  FOT. "
                           FOTOGRAFO-V114
                           DELIMITED BY SIZE INTO DESCRICAO-REL
           END-EVALUATE.
           PERFORM IMPRIME-DETALHE.
           ADD 1 TO QTDE-SESSOES-IMP-W.
           IF   QTDE-SESSOES-W LESS 300
                ADD 1 TO QTDE-SESSOES-W
                MOVE ESTUDIO-V114     TO ESTUDIO-TAB (QTDE-SESSOES-W)
                MOVE DATA-SESSAO-V114
                     TO DATA-SESSAO-TAB (QTDE-SESSOES-W)
                MOVE HORA-SESSAO-V114
                     TO HORA-SESSAO-TAB (QTDE-SESSOES-W)
           ELSE
                DISPLAY "AVISO: LIMITE DE 300 SESSOES A DESLOCAR".

       IMPACTO-SESSAO-EXIT. EXIT.

       IMPACTO-PARCELAS-CONTRATO SECTION.
           MOVE ZEROS TO FIM-ARQ-W.
           MOVE CONTRATO-TAB (CONTRATO-ATUAL-W) TO NR-CONTRATO-CO44.
           MOVE ZEROS                           TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W.
           PERFORM IMPACTO-PARCELA UNTIL FIM-ARQ-TRUE.

       IMPACTO-PARCELAS-CONTRATO-EXIT. EXIT.

       IMPACTO-PARCELA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO IMPACTO-PARCELA-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL
                CONTRATO-TAB (CONTRATO-ATUAL-W)
                MOVE 1 TO FIM-ARQ-W
                GO TO IMPACTO-PARCELA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
           OR   SITUACAO-CO44 EQUAL 1
           OR   DATA-VCTO-CO44 NOT GREATER DATA-FORM-NOVA-W
                GO TO IMPACTO-PARCELA-EXIT.
           MOVE NR-CONTRATO-CO44  TO CONTRATO-REL.
           MOVE DATA-VCTO-CO44    TO DATA-CALC-W.
           PERFORM FORMATA-DATA.
           MOVE DATA-DMA-R        TO DATA-REL.
           MOVE ZEROS             TO HORA-REL.
           MOVE SPACES            TO DESCRICAO-REL.
           MOVE VALOR-CO44        TO VALOR-EDIT-W.
           STRING "PARCELA " PARCELA-CO44 " VALOR " VALOR-EDIT-W
                  DELIMITED BY SIZE INTO DESCRICAO-REL.
           MOVE "VENCE DEPOIS DA FORMATURA" TO MOTIVO-REL.
           PERFORM IMPRIME-DETALHE.
           ADD 1          TO QTDE-PARCELAS-IMP-W.
           ADD VALOR-CO44 TO VALOR-PARCELAS-IMP-W.

       IMPACTO-PARCELA-EXIT. EXIT.

       IMPRIME-AVISOS SECTION.
           MOVE "CALCULADOS SOBRE A DATA DO COD043" TO TITULO-SECAO-REL.
           PERFORM IMPRIME-SECAO.
           MOVE SPACES TO TEXTO-REL.
           IF   DIAS-DESLOC-W LESS ZEROS
                STRING "PROGRAMACAO DO LABORATORIO (LBP128): PRAZO "
                       "ANTECIPADO - REPROGRAMAR A PRODUCAO DA TURMA"
                       DELIMITED BY SIZE INTO TEXTO-REL
           ELSE
                STRING "PROGRAMACAO DO LABORATORIO (LBP128): PRAZO "
                       "ADIADO - JA SEGUE A NOVA DATA"
                       DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           STRING "LEMBRETE DE RENOVACAO (COP044): " QTDE-VIGENTES-W
                  " CONTRATO(S) VIGENTE(S) PASSAM A CONTAR PELA NOVA "
                  "DATA" DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           IF   SEM-COD041-W EQUAL 1
                MOVE "COD041 INDISPONIVEL - CONTRATOS NAO CONFERIDOS"
                     TO TEXTO-REL
                WRITE REG-RELAT FROM LINTXT.
           MOVE SPACES TO TEXTO-REL.
           MOVE VALOR-PARCELAS-IMP-W TO VALOR-EDIT-W.
           STRING "TOTAL: " QTDE-EVENTOS-IMP-W " EVENTO(S) "
                  QTDE-RESERVAS-IMP-W " RESERVA(S) "
                  QTDE-SESSOES-IMP-W " SESSAO(OES) "
                  QTDE-PARCELAS-IMP-W " PARCELA(S) DE " VALOR-EDIT-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM LINTXT.

       IMPRIME-AVISOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    DESLOCA-SESSAO - a chave do VID114 tem a data: a sessao e'
      *    regravada na nova data e a antiga excluida. Horario de
      *    destino ja ocupado no estudio deixa a sessao onde esta.
      *----------------------------------------------------------------
       DESLOCA-SESSAO SECTION.
           MOVE ESTUDIO-TAB (SESSAO-ATUAL-W)     TO ESTUDIO-V114.
           MOVE DATA-SESSAO-TAB (SESSAO-ATUAL-W) TO DATA-SESSAO-V114.
           MOVE HORA-SESSAO-TAB (SESSAO-ATUAL-W) TO HORA-SESSAO-V114.
           READ VID114
               INVALID KEY
                   GO TO DESLOCA-SESSAO-EXIT
           END-READ.
           MOVE REG-VID114       TO SESSAO-SALVA-W.
           MOVE DATA-SESSAO-V114 TO DATA-CALC-W.
           PERFORM DESLOCA-DATA.
           MOVE DATA-CALC-W      TO DATA-SESSAO-V114.
           READ VID114
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QTDE-CONFLITOS-W
                   DISPLAY "ESTUDIO " ESTUDIO-V114 " OCUPADO EM "
                           DATA-SESSAO-V114 " " HORA-SESSAO-V114
                           " - SESSAO DE "
                           DATA-SESSAO-TAB (SESSAO-ATUAL-W)
                           " NAO DESLOCADA."
                   GO TO DESLOCA-SESSAO-EXIT
           END-READ.
           MOVE SESSAO-SALVA-W   TO REG-VID114.
           MOVE DATA-CALC-W      TO DATA-SESSAO-V114.
           MOVE USUARIO-PARM     TO USUARIO-V114.
           WRITE REG-VID114
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO VID114: " ST-VID114
                   GO TO DESLOCA-SESSAO-EXIT
           END-WRITE.
           MOVE DATA-SESSAO-TAB (SESSAO-ATUAL-W) TO DATA-SESSAO-V114.
           DELETE VID114
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO VID114: " ST-VID114
           END-DELETE.
           ADD 1 TO QTDE-DESLOCADAS-W.
           PERFORM GRAVA-LOG-SESSAO.

       DESLOCA-SESSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    DESLOCA-DATA - soma DIAS-DESLOC-W (com sinal) a DATA-CALC-W
      *    um dia por vez, como o calendario do CXP107.
      *----------------------------------------------------------------
       DESLOCA-DATA SECTION.
           MOVE DATA-CALC-W(1:4) TO ANO-CAL-W.
           MOVE DATA-CALC-W(5:2) TO MES-CAL-W.
           MOVE DATA-CALC-W(7:2) TO DIA-CAL-W.
           IF   DIAS-DESLOC-W LESS ZEROS
                COMPUTE PASSOS-W = ZEROS - DIAS-DESLOC-W
                PERFORM RECUA-UM-DIA PASSOS-W TIMES
           ELSE
                MOVE DIAS-DESLOC-W TO PASSOS-W
                PERFORM AVANCA-UM-DIA PASSOS-W TIMES.
           COMPUTE DATA-CALC-W =
                   ANO-CAL-W * 10000 + MES-CAL-W * 100 + DIA-CAL-W.

       DESLOCA-DATA-EXIT. EXIT.

       AVANCA-UM-DIA SECTION.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           IF   DIA-CAL-W LESS ULTIMO-DIA-MES-W
                ADD 1 TO DIA-CAL-W
                GO TO AVANCA-UM-DIA-EXIT.
           MOVE 1 TO DIA-CAL-W.
           IF   MES-CAL-W LESS 12
                ADD 1 TO MES-CAL-W
           ELSE
                MOVE 1 TO MES-CAL-W
                ADD 1 TO ANO-CAL-W.

       AVANCA-UM-DIA-EXIT. EXIT.

       RECUA-UM-DIA SECTION.
           IF   DIA-CAL-W GREATER 1
                SUBTRACT 1 FROM DIA-CAL-W
                GO TO RECUA-UM-DIA-EXIT.
           IF   MES-CAL-W GREATER 1
                SUBTRACT 1 FROM MES-CAL-W
           ELSE
                MOVE 12 TO MES-CAL-W
                SUBTRACT 1 FROM ANO-CAL-W.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           MOVE ULTIMO-DIA-MES-W TO DIA-CAL-W.

       RECUA-UM-DIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-DIA-ABSOLUTO - recebe AAAAMMDD em DIA-ABSOLUTO-W e
      *    devolve ali o numero de dias desde 01/01/0001, contando os
      *    bissextos (metodo do COP082)
      *----------------------------------------------------------------
       CALCULA-DIA-ABSOLUTO SECTION.
           DIVIDE DIA-ABSOLUTO-W BY 10000 GIVING ANO-CAL-W
                                  REMAINDER QUOC-BISSEXTO-W.
           DIVIDE QUOC-BISSEXTO-W BY 100  GIVING MES-CAL-W
                                  REMAINDER DIA-CAL-W.
           IF   MES-CAL-W LESS 1 OR MES-CAL-W GREATER 12
           OR   ANO-CAL-W EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO-W
                GO TO CALCULA-DIA-ABSOLUTO-EXIT.
           PERFORM DETERMINA-ULTIMO-DIA-MES.

           EVALUATE MES-CAL-W
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
           IF   MES-CAL-W GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES-W.

           COMPUTE ANOS-COMPLETOS-W = ANO-CAL-W - 1.
           COMPUTE DIA-ABSOLUTO-W = ANOS-COMPLETOS-W * 365
                                  + DIAS-ACUM-MES-W + DIA-CAL-W.
           DIVIDE ANOS-COMPLETOS-W BY 4   GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 100 GIVING QUOC-BISSEXTO-W.
           SUBTRACT QUOC-BISSEXTO-W FROM DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 400 GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.

       CALCULA-DIA-ABSOLUTO-EXIT. EXIT.

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

       DETERMINA-ULTIMO-DIA-MES-EXIT. EXIT.

       FORMATA-DATA SECTION.
           MOVE DATA-CALC-W(7:2) TO DIA-DMA-W.
           MOVE DATA-CALC-W(5:2) TO MES-DMA-W.
           MOVE DATA-CALC-W(1:4) TO ANO-DMA-W.

       FORMATA-DATA-EXIT. EXIT.

       IMPRIME-SECAO SECTION.
           IF   LIN GREATER 54
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINSECAO AFTER 2.
           ADD 2 TO LIN.

       IMPRIME-SECAO-EXIT. EXIT.

       IMPRIME-DETALHE SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

       IMPRIME-DETALHE-EXIT. EXIT.

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

      *----------------------------------------------------------------
      *    GRAVA-LOG-SESSAO - uma linha por sessao deslocada; varias
      *    no mesmo segundo, entao a colisao de periodo avanca um
      *    segundo ate gravar (como no COP095).
      *----------------------------------------------------------------
       GRAVA-LOG-SESSAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "DESLOCAMENTO"     TO LOG3-OPERACAO.
           MOVE "VID114"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE ESTUDIO-V114       TO LOG3-CHAVE-REG(1:2).
           MOVE DATA-CALC-W        TO LOG3-CHAVE-REG(4:8).
           MOVE HORA-SESSAO-V114   TO LOG3-CHAVE-REG(13:4).
           MOVE "DATA-SESSAO-V114" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE DATA-SESSAO-TAB (SESSAO-ATUAL-W)
                                   TO LOG3-VALOR-ANTERIOR(1:8).
           MOVE DATA-CALC-W        TO LOG3-VALOR-ATUAL(1:8).
           MOVE CURSO-CO43         TO LOG3-VALOR-ATUAL(10:4).
           MOVE TURMA-CO43         TO LOG3-VALOR-ATUAL(15:3).
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-SESSAO-EXIT. EXIT.

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
           CLOSE COD042 COD043 LOG003.
           IF   SEM-COD055-W EQUAL 0
                CLOSE COD055.
           IF   SEM-COD041-W EQUAL 0
                CLOSE COD041.
           IF   SEM-COD044-W EQUAL 0
                CLOSE COD044.
           IF   SEM-VID100-W EQUAL 0
                CLOSE VID100.
           IF   SEM-VID111-W EQUAL 0
                CLOSE VID111.
           IF   SEM-VID114-W EQUAL 0
                CLOSE VID114.

       END PROGRAM COP046.
