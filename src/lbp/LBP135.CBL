       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP135.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: AUSENCIAS DOS FUNCIONARIOS DO LABORATORIO (LBD046).
      *        A OPCAO I REGISTRA FERIAS, ATESTADO MEDICO, FOLGA
      *        COMPENSATORIA OU FALTA DO FUNCIONARIO (CGD001) COM O
      *        PERIODO E O DOCUMENTO - SEM SOBREPOR OUTRA AUSENCIA - E
      *        O DIREITO DE FERIAS ADQUIRIDO (TIPO D: DIAS E DATA
      *        LIMITE PARA O GOZO); AVISA A ESCALA (LBD033) JA FEITA NO
      *        PERIODO, A RETIRAR NO LBP118, E FERIAS ALEM DO SALDO. A
      *        OPCAO E EXCLUI E A OPCAO L LISTA AS DO FUNCIONARIO. A
      *        OPCAO R IMPRIME O SALDO DE FERIAS POR FUNCIONARIO
      *        (DIREITO - FERIAS; O LIMITE E' O DO DIREITO MAIS
      *        ANTIGO AINDA COM SALDO) E QUEM ESTARA AUSENTE NAS
      *        PROXIMAS SEMANAS, PARA PLANEJAR A ESCALA. A CONSULTA DE
      *        AUSENCIA POR DATA E' O LBP046V. TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LBPX046.

           COPY LBPX033.

           COPY CGPX001.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LBPW046.

           COPY LBPW033.

           COPY CGPW001.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LBD046             PIC XX       VALUE SPACES.
           05  ST-LBD033             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
              88  FIM-ARQ-TRUE          VALUE 1.
           05  SOBREPOSTA-W          PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-JANELA-W         PIC 9(8)     VALUE ZEROS.
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
           05  FUNC-PARM             PIC 9(6)     VALUE ZEROS.
           05  TIPO-PARM             PIC X(1)     VALUE SPACES.
           05  DATA-INIC-PARM        PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  DIAS-PARM             PIC 9(3)     VALUE ZEROS.
           05  DOCUMENTO-PARM        PIC X(20)    VALUE SPACES.
           05  SEMANAS-PARM          PIC 9(2)     VALUE ZEROS.
           05  FUNC-ANT-W            PIC 9(6)     VALUE ZEROS.
           05  DIAS-W                PIC 9(4)     VALUE ZEROS.
           05  DIAS-JANELA-W         PIC 9(3)     VALUE ZEROS.
           05  QTDE-ESCALA-W         PIC 9(3)     VALUE ZEROS.
           05  QTDE-LINHAS-W         PIC 9(5)     VALUE ZEROS.
           05  DIREITO-W             PIC 9(4)     VALUE ZEROS.
           05  FERIAS-W              PIC 9(4)     VALUE ZEROS.
           05  SALDO-W               PIC S9(4)    VALUE ZEROS.
           05  CONSUMO-W             PIC 9(4)     VALUE ZEROS.
           05  LIMITE-W              PIC 9(8)     VALUE ZEROS.
           05  DATA-VALIDA-W         PIC 9        VALUE ZEROS.
              88  DATA-VALIDA-TRUE      VALUE 1.
           05  DATA-DIA-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-DIA-W.
               10  ANO-DIA-W         PIC 9(4).
               10  MES-DIA-W         PIC 9(2).
               10  DIA-DIA-W         PIC 9(2).
           05  ULTIMO-DIA-W          PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
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
           05  DATA-ED2-W            PIC 99/99/9999 VALUE ZEROS.
           COPY "PARAMETR".

      *    direitos de ferias do funcionario em ordem de aquisicao,
      *    para achar o mais antigo ainda com saldo
       01  TAB-DIREITO.
           05  DIR-OCR OCCURS 20 TIMES INDEXED BY DIR-IDX.
               10  DIR-DIAS-TAB      PIC 9(3).
               10  DIR-LIMITE-TAB    PIC 9(8).
       01  QTDE-DIR-W                PIC 9(2)     VALUE ZEROS.

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
               "AUSENCIAS E SALDO DE FERIAS - EMISSAO: ".
           05  DATA-HOJE-REL         PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CABSEC.
           05  SECAO-REL             PIC X(90)   VALUE SPACES.
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "FUNC.   NOME                         DIREITO FERIAS  SALDO
      -    " LIMITE GOZO".
       01  CAB05.
           05  FILLER                PIC X(90)   VALUE
           "FUNC.   NOME                       AUSENCIA    INICIO     FI
      -    "M        DIAS  DOCUMENTO".

       01  LINSALDO.
           05  FUNC-S-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  NOME-S-REL            PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DIREITO-REL           PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  FERIAS-REL            PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  SALDO-REL             PIC -ZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  LIMITE-REL            PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-S-REL             PIC X(8)    VALUE SPACES.

       01  LINAUS.
           05  FUNC-A-REL            PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  NOME-A-REL            PIC X(25)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  TIPO-A-REL            PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  INICIO-A-REL          PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FIM-A-REL             PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DIAS-A-REL            PIC ZZ9     VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  DOCUMENTO-A-REL       PIC X(15)   VALUE SPACES.

       01  LINVAZIA.
           05  FILLER                PIC X(90)   VALUE
               "NENHUM REGISTRO.".

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
           MOVE "LBD046" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD046.
           MOVE "LBD033" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD033.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O LBD046.
           IF   ST-LBD046 EQUAL "35"
                CLOSE LBD046       OPEN OUTPUT LBD046
                CLOSE LBD046       OPEN I-O LBD046.
           IF   ST-LBD046 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD046: " ST-LBD046
                MOVE 1 TO ERRO-W.

           OPEN INPUT LBD033 CGD001.
           IF   ST-LBD033 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD033: " ST-LBD033
                MOVE 1 TO ERRO-W.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
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
           MOVE "LBP135" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "AUSENCIAS DOS FUNCIONARIOS (LBD046)".
           DISPLAY "I-INCLUI E-EXCLUI L-LISTA R-RELATORIO F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM INCLUI-AUSENCIA
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-AUSENCIA
               WHEN "L"  WHEN "l"  PERFORM LISTA-FUNCIONARIO
               WHEN "R"  WHEN "r"  PERFORM RELATORIO-AUSENCIAS
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    INCLUI-AUSENCIA - ausencia nao pode cobrir dia de outra do
      *    mesmo funcionario; o direito de ferias (D) nao e' ausencia
      *    e so' entra no saldo.
      *----------------------------------------------------------------
       INCLUI-AUSENCIA SECTION.
           DISPLAY "FUNCIONARIO (CGD001).................: "
               WITH NO ADVANCING.
           ACCEPT FUNC-PARM.
           MOVE FUNC-PARM TO CODIGO-CG01.
           READ CGD001
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO EM CGD001."
                   GO TO INCLUI-AUSENCIA-EXIT
           END-READ.
           DISPLAY "FUNCIONARIO: " NOME-CG01.
           DISPLAY "TIPO (F-FERIAS A-ATESTADO C-FOLGA COMPENSATORIA".
           DISPLAY "      X-FALTA D-DIREITO DE FERIAS)....: "
               WITH NO ADVANCING.
           ACCEPT TIPO-PARM.
           IF   TIPO-PARM EQUAL "f"  MOVE "F" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "a"  MOVE "A" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "c"  MOVE "C" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "x"  MOVE "X" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "d"  MOVE "D" TO TIPO-PARM.
           IF   TIPO-PARM NOT EQUAL "F" AND "A" AND "C" AND "X"
                                    AND "D"
                DISPLAY "TIPO INVALIDO."
                GO TO INCLUI-AUSENCIA-EXIT.

           IF   TIPO-PARM EQUAL "D"
                PERFORM SOLICITA-DIREITO
           ELSE
                PERFORM SOLICITA-PERIODO.
           IF   NOT DATA-VALIDA-TRUE
                GO TO INCLUI-AUSENCIA-EXIT.

           DISPLAY "DOCUMENTO (ATESTADO, AVISO ETC.).....: "
               WITH NO ADVANCING.
           ACCEPT DOCUMENTO-PARM.

           IF   TIPO-PARM NOT EQUAL "D"
                PERFORM VERIFICA-SOBREPOSICAO
                IF   SOBREPOSTA-W EQUAL 1
                     GO TO INCLUI-AUSENCIA-EXIT
                END-IF
                PERFORM VERIFICA-ESCALA.

           IF   TIPO-PARM EQUAL "F"
                PERFORM APURA-SALDO-FUNCIONARIO
                IF   DIAS-PARM GREATER SALDO-W
                     DISPLAY "ATENCAO: SALDO DE FERIAS DE " SALDO-W
                             " DIA(S) PARA " DIAS-PARM " DIA(S)."
                     DISPLAY "CONFIRMA A INCLUSAO (S/N)............: "
                         WITH NO ADVANCING
                     ACCEPT RESPOSTA-W
                     IF   RESPOSTA-W NOT EQUAL "S" AND "s"
                          GO TO INCLUI-AUSENCIA-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE FUNC-PARM       TO FUNCIONARIO-LB46.
           MOVE DATA-INIC-PARM  TO DATA-INIC-LB46.
           MOVE TIPO-PARM       TO TIPO-LB46.
           MOVE DATA-FIM-PARM   TO DATA-FIM-LB46.
           MOVE DIAS-PARM       TO DIAS-LB46.
           MOVE DOCUMENTO-PARM  TO DOCUMENTO-LB46.
           MOVE USUARIO-PARM    TO USUARIO-LB46.
           MOVE DATA-HOJE-W     TO DATA-INCLUSAO-LB46.
           WRITE REG-LBD046
               INVALID KEY
                   DISPLAY "REGISTRO JA CADASTRADO (" ST-LBD046 ")."
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-AUSENCIA
                   DISPLAY "REGISTRO GRAVADO - " DIAS-PARM " DIA(S)."
           END-WRITE.

       INCLUI-AUSENCIA-EXIT. EXIT.

       SOLICITA-PERIODO SECTION.
           MOVE 0 TO DATA-VALIDA-W.
           DISPLAY "PRIMEIRO DIA (AAAAMMDD)..............: "
               WITH NO ADVANCING.
           ACCEPT DATA-INIC-PARM.
           DISPLAY "ULTIMO DIA (AAAAMMDD)................: "
               WITH NO ADVANCING.
           ACCEPT DATA-FIM-PARM.
           MOVE DATA-INIC-PARM TO DATA-DIA-W.
           PERFORM VALIDA-DATA.
           IF   NOT DATA-VALIDA-TRUE
                DISPLAY "PRIMEIRO DIA INVALIDO."
                GO TO SOLICITA-PERIODO-EXIT.
           MOVE DATA-FIM-PARM TO DATA-DIA-W.
           PERFORM VALIDA-DATA.
           IF   NOT DATA-VALIDA-TRUE
                DISPLAY "ULTIMO DIA INVALIDO."
                GO TO SOLICITA-PERIODO-EXIT.
           IF   DATA-FIM-PARM LESS DATA-INIC-PARM
                DISPLAY "ULTIMO DIA ANTERIOR AO PRIMEIRO."
                MOVE 0 TO DATA-VALIDA-W
                GO TO SOLICITA-PERIODO-EXIT.

      *    dias corridos do periodo, contados dia a dia
           MOVE ZEROS TO DIAS-W.
           MOVE DATA-INIC-PARM TO DATA-DIA-W.
           PERFORM CONTA-DIA
                   UNTIL DATA-DIA-W GREATER DATA-FIM-PARM
                   OR    DIAS-W GREATER 366.
           IF   DIAS-W GREATER 366
                DISPLAY "PERIODO MAIOR QUE UM ANO."
                MOVE 0 TO DATA-VALIDA-W
                GO TO SOLICITA-PERIODO-EXIT.
           MOVE DIAS-W TO DIAS-PARM.

       SOLICITA-PERIODO-EXIT. EXIT.

       SOLICITA-DIREITO SECTION.
           MOVE 0 TO DATA-VALIDA-W.
           DISPLAY "DATA DA AQUISICAO (AAAAMMDD).........: "
               WITH NO ADVANCING.
           ACCEPT DATA-INIC-PARM.
           DISPLAY "LIMITE PARA O GOZO (AAAAMMDD)........: "
               WITH NO ADVANCING.
           ACCEPT DATA-FIM-PARM.
           DISPLAY "DIAS DE FERIAS (BRANCO/0 = 30).......: "
               WITH NO ADVANCING.
           ACCEPT DIAS-PARM.
           IF   DIAS-PARM NOT NUMERIC
           OR   DIAS-PARM EQUAL ZEROS
                MOVE 30 TO DIAS-PARM.
           MOVE DATA-INIC-PARM TO DATA-DIA-W.
           PERFORM VALIDA-DATA.
           IF   NOT DATA-VALIDA-TRUE
                DISPLAY "DATA DA AQUISICAO INVALIDA."
                GO TO SOLICITA-DIREITO-EXIT.
           MOVE DATA-FIM-PARM TO DATA-DIA-W.
           PERFORM VALIDA-DATA.
           IF   NOT DATA-VALIDA-TRUE
           OR   DATA-FIM-PARM LESS DATA-INIC-PARM
                DISPLAY "LIMITE PARA O GOZO INVALIDO."
                MOVE 0 TO DATA-VALIDA-W.

       SOLICITA-DIREITO-EXIT. EXIT.

      *    outra ausencia do funcionario que cubra algum dia do
      *    periodo (inicio ate o fim digitado e fim depois do inicio)
       VERIFICA-SOBREPOSICAO SECTION.
           MOVE ZEROS TO SOBREPOSTA-W FIM-ARQ-W.
           MOVE FUNC-PARM TO FUNCIONARIO-LB46.
           MOVE ZEROS     TO DATA-INIC-LB46.
           MOVE SPACES    TO TIPO-LB46.
           START LBD046 KEY IS NOT LESS CHAVE-LB46
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-SOBREPOSICAO UNTIL FIM-ARQ-TRUE.

       LE-SOBREPOSICAO SECTION.
           READ LBD046 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-SOBREPOSICAO-EXIT.
           IF   FUNCIONARIO-LB46 NOT EQUAL FUNC-PARM
           OR   DATA-INIC-LB46 GREATER DATA-FIM-PARM
                MOVE 1 TO FIM-ARQ-W
                GO TO LE-SOBREPOSICAO-EXIT.
           IF   TIPO-LB46 EQUAL "D"
           OR   DATA-FIM-LB46 LESS DATA-INIC-PARM
                GO TO LE-SOBREPOSICAO-EXIT.
           MOVE DATA-INIC-LB46 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-ED-W.
           MOVE DATA-FIM-LB46 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-ED2-W.
           DISPLAY "JA HA AUSENCIA " TIPO-LB46 " DE " DATA-ED-W
                   " A " DATA-ED2-W " NO PERIODO.".
           MOVE 1 TO SOBREPOSTA-W FIM-ARQ-W.

       LE-SOBREPOSICAO-EXIT. EXIT.

      *    escala ja feita no periodo: o LBP118 nao escala mais o
      *    ausente, mas a escala anterior ao registro precisa sair
       VERIFICA-ESCALA SECTION.
           MOVE ZEROS TO QTDE-ESCALA-W FIM-ARQ-W.
           MOVE DATA-INIC-PARM TO DATA-LB33.
           MOVE SPACES         TO TURNO-LB33.
           MOVE ZEROS          TO FUNCIONARIO-LB33.
           START LBD033 KEY IS NOT LESS CHAVE-LB33
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-ESCALA UNTIL FIM-ARQ-TRUE.
           IF   QTDE-ESCALA-W GREATER ZEROS
                DISPLAY "ATENCAO: " QTDE-ESCALA-W
                        " ESCALA(S) NO PERIODO - RETIRAR NO LBP118.".

       LE-ESCALA SECTION.
           READ LBD033 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-ESCALA-EXIT.
           IF   DATA-LB33 GREATER DATA-FIM-PARM
                MOVE 1 TO FIM-ARQ-W
                GO TO LE-ESCALA-EXIT.
           IF   FUNCIONARIO-LB33 NOT EQUAL FUNC-PARM
                GO TO LE-ESCALA-EXIT.
           ADD 1 TO QTDE-ESCALA-W.
           MOVE DATA-LB33 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-ED-W.
           DISPLAY "  ESCALADO EM " DATA-ED-W " TURNO " TURNO-LB33
                   " REC " RECURSO-LB33.

       LE-ESCALA-EXIT. EXIT.

       EXCLUI-AUSENCIA SECTION.
           DISPLAY "FUNCIONARIO (CGD001).................: "
               WITH NO ADVANCING.
           ACCEPT FUNC-PARM.
           DISPLAY "PRIMEIRO DIA / AQUISICAO (AAAAMMDD)..: "
               WITH NO ADVANCING.
           ACCEPT DATA-INIC-PARM.
           DISPLAY "TIPO (F/A/C/X/D).....................: "
               WITH NO ADVANCING.
           ACCEPT TIPO-PARM.
           IF   TIPO-PARM EQUAL "f"  MOVE "F" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "a"  MOVE "A" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "c"  MOVE "C" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "x"  MOVE "X" TO TIPO-PARM.
           IF   TIPO-PARM EQUAL "d"  MOVE "D" TO TIPO-PARM.
           MOVE FUNC-PARM      TO FUNCIONARIO-LB46.
           MOVE DATA-INIC-PARM TO DATA-INIC-LB46.
           MOVE TIPO-PARM      TO TIPO-LB46.
           READ LBD046
               INVALID KEY
                   DISPLAY "REGISTRO NAO ENCONTRADO."
                   GO TO EXCLUI-AUSENCIA-EXIT
           END-READ.
           MOVE DATA-FIM-LB46 TO DATA-FIM-PARM.
           DELETE LBD046
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO LBD046: " ST-LBD046
               NOT INVALID KEY
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-AUSENCIA
                   DISPLAY "REGISTRO EXCLUIDO."
           END-DELETE.

       EXCLUI-AUSENCIA-EXIT. EXIT.

       LISTA-FUNCIONARIO SECTION.
           DISPLAY "FUNCIONARIO (CGD001).................: "
               WITH NO ADVANCING.
           ACCEPT FUNC-PARM.
           MOVE ZEROS TO FIM-ARQ-W QTDE-LINHAS-W.
           MOVE FUNC-PARM TO FUNCIONARIO-LB46.
           MOVE ZEROS     TO DATA-INIC-LB46.
           MOVE SPACES    TO TIPO-LB46.
           START LBD046 KEY IS NOT LESS CHAVE-LB46
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-LISTA UNTIL FIM-ARQ-TRUE.
           IF   QTDE-LINHAS-W EQUAL ZEROS
                DISPLAY "SEM AUSENCIAS PARA O FUNCIONARIO."
           ELSE
                PERFORM APURA-SALDO-FUNCIONARIO
                DISPLAY "SALDO DE FERIAS: " SALDO-W " DIA(S).".

       LE-LISTA SECTION.
           READ LBD046 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-LISTA-EXIT.
           IF   FUNCIONARIO-LB46 NOT EQUAL FUNC-PARM
                MOVE 1 TO FIM-ARQ-W
                GO TO LE-LISTA-EXIT.
           ADD 1 TO QTDE-LINHAS-W.
           MOVE DATA-INIC-LB46 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-ED-W.
           MOVE DATA-FIM-LB46 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-ED2-W.
           DISPLAY TIPO-LB46 " " DATA-ED-W " A " DATA-ED2-W " "
                   DIAS-LB46 " DIA(S) " DOCUMENTO-LB46.

       LE-LISTA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APURA-SALDO-FUNCIONARIO - direito (D) menos ferias (F) do
      *    funcionario FUNC-PARM; as ferias consomem os direitos do
      *    mais antigo para o mais novo, e LIMITE-W fica com o
      *    limite de gozo do mais antigo ainda com saldo.
      *----------------------------------------------------------------
       APURA-SALDO-FUNCIONARIO SECTION.
           MOVE ZEROS TO DIREITO-W FERIAS-W QTDE-DIR-W FIM-ARQ-W.
           MOVE FUNC-PARM TO FUNCIONARIO-LB46.
           MOVE ZEROS     TO DATA-INIC-LB46.
           MOVE SPACES    TO TIPO-LB46.
           START LBD046 KEY IS NOT LESS CHAVE-LB46
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-SALDO UNTIL FIM-ARQ-TRUE.
           PERFORM FECHA-SALDO.

       LE-SALDO SECTION.
           READ LBD046 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-SALDO-EXIT.
           IF   FUNCIONARIO-LB46 NOT EQUAL FUNC-PARM
                MOVE 1 TO FIM-ARQ-W
                GO TO LE-SALDO-EXIT.
           PERFORM ACUMULA-SALDO.

       LE-SALDO-EXIT. EXIT.

       ACUMULA-SALDO SECTION.
           IF   TIPO-LB46 EQUAL "F"
                ADD DIAS-LB46 TO FERIAS-W.
           IF   TIPO-LB46 EQUAL "D"
                ADD DIAS-LB46 TO DIREITO-W
                IF   QTDE-DIR-W LESS 20
                     ADD 1 TO QTDE-DIR-W
                     SET DIR-IDX TO QTDE-DIR-W
                     MOVE DIAS-LB46     TO DIR-DIAS-TAB (DIR-IDX)
                     MOVE DATA-FIM-LB46 TO DIR-LIMITE-TAB (DIR-IDX).

       FECHA-SALDO SECTION.
           COMPUTE SALDO-W = DIREITO-W - FERIAS-W.
           MOVE ZEROS TO LIMITE-W CONSUMO-W.
           IF   SALDO-W GREATER ZEROS
                SET DIR-IDX TO 1
                PERFORM PROCURA-LIMITE
                        UNTIL LIMITE-W GREATER ZEROS
                        OR    DIR-IDX GREATER QTDE-DIR-W.

       PROCURA-LIMITE SECTION.
           ADD DIR-DIAS-TAB (DIR-IDX) TO CONSUMO-W.
           IF   CONSUMO-W GREATER FERIAS-W
                MOVE DIR-LIMITE-TAB (DIR-IDX) TO LIMITE-W.
           SET DIR-IDX UP BY 1.

      *----------------------------------------------------------------
      *    RELATORIO-AUSENCIAS - saldo de ferias de cada funcionario
      *    com direito ou ferias registrados, e as ausencias de hoje
      *    ate o fim das semanas pedidas.
      *----------------------------------------------------------------
       RELATORIO-AUSENCIAS SECTION.
           DISPLAY "SEMANAS A FRENTE (BRANCO/0 = 4)......: "
               WITH NO ADVANCING.
           ACCEPT SEMANAS-PARM.
           IF   SEMANAS-PARM NOT NUMERIC
           OR   SEMANAS-PARM EQUAL ZEROS
                MOVE 4 TO SEMANAS-PARM.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W TO DATA-DIA-W.
           COMPUTE DIAS-JANELA-W = SEMANAS-PARM * 7 - 1.
           PERFORM PROXIMO-DIA DIAS-JANELA-W TIMES.
           MOVE DATA-DIA-W TO DATA-JANELA-W.

           MOVE DATA-HOJE-W TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-HOJE-REL.
           MOVE ZEROS TO PAG-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE "*** SALDO DE FERIAS POR FUNCIONARIO ***" TO SECAO-REL.
           WRITE REG-RELAT FROM CABSEC AFTER 2.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           MOVE ZEROS TO FIM-ARQ-W QTDE-LINHAS-W FUNC-ANT-W
                         DIREITO-W FERIAS-W QTDE-DIR-W.
           MOVE LOW-VALUES TO CHAVE-LB46.
           START LBD046 KEY IS NOT LESS CHAVE-LB46
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-SALDO-GERAL UNTIL FIM-ARQ-TRUE.
           IF   FUNC-ANT-W GREATER ZEROS
                PERFORM IMPRIME-SALDO.
           IF   QTDE-LINHAS-W EQUAL ZEROS
                WRITE REG-RELAT FROM LINVAZIA
                ADD 1 TO LIN.

           IF   LIN GREATER 50
                PERFORM CABECALHO.
           MOVE SPACES TO SECAO-REL.
           MOVE DATA-JANELA-W TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO DATA-ED-W.
           STRING "*** AUSENCIAS PREVISTAS ATE " DELIMITED BY SIZE
                  DATA-ED-W DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO SECAO-REL
           END-STRING.
           WRITE REG-RELAT FROM CABSEC AFTER 3.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.
           MOVE ZEROS TO FIM-ARQ-W QTDE-LINHAS-W.
           MOVE LOW-VALUES TO CHAVE-LB46.
           START LBD046 KEY IS NOT LESS CHAVE-LB46
               INVALID KEY
                   MOVE 1 TO FIM-ARQ-W
           END-START.
           PERFORM LE-PREVISTA UNTIL FIM-ARQ-TRUE.
           IF   QTDE-LINHAS-W EQUAL ZEROS
                WRITE REG-RELAT FROM LINVAZIA.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO.".

       RELATORIO-AUSENCIAS-EXIT. EXIT.

       LE-SALDO-GERAL SECTION.
           READ LBD046 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-SALDO-GERAL-EXIT.
           IF   TIPO-LB46 NOT EQUAL "D" AND "F"
                GO TO LE-SALDO-GERAL-EXIT.
           IF   FUNCIONARIO-LB46 NOT EQUAL FUNC-ANT-W
                IF   FUNC-ANT-W GREATER ZEROS
                     PERFORM IMPRIME-SALDO
                END-IF
                MOVE FUNCIONARIO-LB46 TO FUNC-ANT-W
                MOVE ZEROS TO DIREITO-W FERIAS-W QTDE-DIR-W.
           PERFORM ACUMULA-SALDO.

       LE-SALDO-GERAL-EXIT. EXIT.

       IMPRIME-SALDO SECTION.
           PERFORM FECHA-SALDO.
           MOVE FUNC-ANT-W TO CODIGO-CG01.
           READ CGD001
               INVALID KEY
                   MOVE "*****" TO NOME-CG01
           END-READ.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE FUNC-ANT-W TO FUNC-S-REL.
           MOVE NOME-CG01  TO NOME-S-REL.
           MOVE DIREITO-W  TO DIREITO-REL.
           MOVE FERIAS-W   TO FERIAS-REL.
           MOVE SALDO-W    TO SALDO-REL.
           MOVE SPACES     TO LIMITE-REL OBS-S-REL.
           IF   LIMITE-W GREATER ZEROS
                MOVE LIMITE-W TO DATA-AUX-W
                PERFORM CONVERTE-DATA
                MOVE DATA-DMA-R TO DATA-ED-W
                MOVE DATA-ED-W  TO LIMITE-REL
                IF   LIMITE-W LESS DATA-HOJE-W
                     MOVE "VENCIDO" TO OBS-S-REL.
           WRITE REG-RELAT FROM LINSALDO.
           ADD 1 TO LIN.
           ADD 1 TO QTDE-LINHAS-W.

      *    ausencia (nao direito) com algum dia entre hoje e o fim
      *    da janela
       LE-PREVISTA SECTION.
           READ LBD046 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO LE-PREVISTA-EXIT.
           IF   TIPO-LB46 EQUAL "D"
           OR   DATA-FIM-LB46 LESS DATA-HOJE-W
           OR   DATA-INIC-LB46 GREATER DATA-JANELA-W
                GO TO LE-PREVISTA-EXIT.
           MOVE FUNCIONARIO-LB46 TO CODIGO-CG01.
           READ CGD001
               INVALID KEY
                   MOVE "*****" TO NOME-CG01
           END-READ.
           IF   LIN GREATER 56
                PERFORM CABECALHO
                WRITE REG-RELAT FROM CAB05 AFTER 2
                WRITE REG-RELAT FROM CAB03
                ADD 3 TO LIN.
           MOVE FUNCIONARIO-LB46 TO FUNC-A-REL.
           MOVE NOME-CG01        TO NOME-A-REL.
           EVALUATE TIPO-LB46
               WHEN "F"   MOVE "FERIAS"     TO TIPO-A-REL
               WHEN "A"   MOVE "ATESTADO"   TO TIPO-A-REL
               WHEN "C"   MOVE "FOLGA COMP" TO TIPO-A-REL
               WHEN OTHER MOVE "FALTA"      TO TIPO-A-REL
           END-EVALUATE.
           MOVE DATA-INIC-LB46 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO INICIO-A-REL.
           MOVE DATA-FIM-LB46 TO DATA-AUX-W.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DMA-R TO FIM-A-REL.
           MOVE DIAS-LB46      TO DIAS-A-REL.
           MOVE DOCUMENTO-LB46 TO DOCUMENTO-A-REL.
           WRITE REG-RELAT FROM LINAUS.
           ADD 1 TO LIN.
           ADD 1 TO QTDE-LINHAS-W.

       LE-PREVISTA-EXIT. EXIT.

       VALIDA-DATA SECTION.
           MOVE 0 TO DATA-VALIDA-W.
           IF   DATA-DIA-W NOT NUMERIC
           OR   ANO-DIA-W LESS 1900
           OR   MES-DIA-W LESS 1 OR MES-DIA-W GREATER 12
           OR   DIA-DIA-W LESS 1
                GO TO VALIDA-DATA-EXIT.
           PERFORM DETERMINA-ULTIMO-DIA-MES.
           IF   DIA-DIA-W NOT GREATER ULTIMO-DIA-W
                MOVE 1 TO DATA-VALIDA-W.

       VALIDA-DATA-EXIT. EXIT.

       CONTA-DIA SECTION.
           ADD 1 TO DIAS-W.
           PERFORM PROXIMO-DIA.

       PROXIMO-DIA SECTION.
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

       CONVERTE-DATA SECTION.
           MOVE DIA-AUX-W  TO DIA-DMA-W.
           MOVE MES-AUX-W  TO MES-DMA-W.
           MOVE ANO-AUX-W  TO ANO-DMA-W.

       GRAVA-LOG-AUSENCIA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "LBD046"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE FUNC-PARM          TO LOG3-CHAVE-REG(1:6).
           MOVE DATA-INIC-PARM     TO LOG3-CHAVE-REG(8:8).
           MOVE TIPO-PARM          TO LOG3-CHAVE-REG(17:1).
           MOVE "DATA-FIM-LB46"    TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           IF   LOG3-OPERACAO EQUAL "EXCLUSAO"
                MOVE DATA-FIM-PARM TO LOG3-VALOR-ANTERIOR(1:8)
           ELSE
                MOVE DATA-FIM-PARM TO LOG3-VALOR-ATUAL(1:8)
                MOVE DOCUMENTO-PARM TO LOG3-VALOR-ATUAL(10:20).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

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
           CLOSE LBD046 LBD033 CGD001 LOG003.

       END PROGRAM LBP135.
