       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP094.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: PROSPECCAO DE TURMAS (COD074): ESCOLA/FACULDADE, CURSO
      *        E TURMA PREVISTA TRABALHADOS PELO VENDEDOR (MESMO CODIGO
      *        DO VENDEDOR-PD100) ANOS ANTES DO PRIMEIRO PEDIDO, COM O
      *        CONTATO, A PREVISAO DE FORMANDOS E O CONCORRENTE. AS
      *        VISITAS E AS PROPOSTAS (DATA, VALOR E RESULTADO) FICAM
      *        NO COD075. O PROSPECT GANHO CRIA A TURMA NO COD043
      *        (CURSO VALIDADO NO COD042, COMO NO COP046) E SEMEIA A
      *        COMISSAO NO COD055 COM O CONTATO COMO PRIMEIRO MEMBRO
      *        (COMPLETADA DEPOIS NO COP068); O PERDIDO GUARDA PARA
      *        QUEM E POR QUE. O RELATORIO SAI POR VENDEDOR E ANO
      *        PREVISTO DE FORMATURA, COM AS TURMAS PERDIDAS E O
      *        TOTAL POR CONCORRENTE. TRILHA EM LOG003; O TELEFONE
      *        SAI MASCARADO (GRDMSK) COMO NA FOLHA DO COP068.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY COPX042.

           COPY COPX043.

           COPY COPX055.

           COPY COPX074.

           COPY COPX075.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW042.

           COPY COPW043.

           COPY COPW055.

           COPY COPW074.

           COPY COPW075.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD042             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-COD074             PIC XX       VALUE SPACES.
           05  ST-COD075             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESP-CONFIRMA-W       PIC X        VALUE SPACES.
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
           05  PROSPECT-PARM         PIC 9(6)     VALUE ZEROS.
           05  SEQ-PARM              PIC 9(3)     VALUE ZEROS.
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  ANO-INI-PARM          PIC 9(4)     VALUE ZEROS.
           05  ANO-FIM-PARM          PIC 9(4)     VALUE ZEROS.
           05  SITUACAO-PARM         PIC 9        VALUE ZEROS.
           05  TIPO-CONTATO-W        PIC X        VALUE SPACES.
           05  NR-PROSPECT-W         PIC 9(6)     VALUE ZEROS.
           05  SITUACAO-ANTES-W      PIC 9        VALUE ZEROS.
           05  TURMA-NOVA-W          PIC 9        VALUE ZEROS.
      *    TURMA-NOVA-W = 1 quando o ganho criou a turma no COD043;
      *    0 = a turma ja existia (cadastrada antes pelo COP046)
           05  VENDEDOR-ANT-W        PIC 9(6)     VALUE ZEROS.
           05  ANO-ANT-W             PIC 9(4)     VALUE ZEROS.
           05  PRIMEIRO-W            PIC 9        VALUE ZEROS.
           05  QTDE-EDIT-W           PIC ZZZ.ZZ9  VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  QTDE-CONC-W           PIC 9(3)     VALUE ZEROS.
           COPY "PARAMETR".

       01  TOTAIS-RELATORIO.
           05  QTDE-SUB-W            PIC 9(5)     VALUE ZEROS.
           05  FORM-SUB-W            PIC 9(7)     VALUE ZEROS.
           05  QTDE-TOT-W            PIC 9(5)     VALUE ZEROS.
           05  FORM-TOT-W            PIC 9(7)     VALUE ZEROS.
           05  QTDE-GANHO-W          PIC 9(5)     VALUE ZEROS.
           05  QTDE-PERDIDO-W        PIC 9(5)     VALUE ZEROS.
           05  QTDE-DESCARTE-W       PIC 9(5)     VALUE ZEROS.

       01  TAB-CONCORRENTE.
           05  CONC-OCR OCCURS 50 TIMES INDEXED BY CON-IDX.
               10  CONCORRENTE-TAB   PIC X(20).
               10  QTDE-TURMAS-TAB   PIC 9(5).
               10  QTDE-FORM-TAB     PIC 9(7).

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-GRDMSK.
      *    mascara LGPD (ver GRDMSK): completo so com a concessao
      *    "DADOSPES" do usuario responsavel
           05  FUNCAO-MSK            PIC X(1)     VALUE SPACES.
           05  USUARIO-MSK           PIC X(5)     VALUE SPACES.
           05  DADO-MSK              PIC X(16)    VALUE SPACES.
           05  DADO-NUM-MSK REDEFINES DADO-MSK PIC 9(16).
           05  SAIDA-MSK             PIC X(20)    VALUE SPACES.
           05  GRDMSK-RETORNO        PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(46)   VALUE
               "PROSPECCAO DE TURMAS - FORMATURA PREVISTA DE ".
           05  ANO-INI-CAB           PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  ANO-FIM-CAB           PIC 9(4)    VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(19)   VALUE
               "VENDED ANO  PROSP. ".
           05  FILLER                PIC X(25)   VALUE "INSTITUICAO".
           05  FILLER                PIC X(21)   VALUE "CURSO".
           05  FILLER                PIC X(5)    VALUE "FORM".
           05  FILLER                PIC X(9)    VALUE "SITUACAO".
           05  FILLER                PIC X(11)   VALUE "ULT.CONTATO".
       01  CABSEC.
           05  SECAO-REL             PIC X(90)   VALUE SPACES.
       01  CAB05.
           05  FILLER                PIC X(19)   VALUE
               "VENDED ANO  PROSP. ".
           05  FILLER                PIC X(21)   VALUE "INSTITUICAO".
           05  FILLER                PIC X(16)   VALUE "CURSO".
           05  FILLER                PIC X(21)   VALUE "PERDIDA PARA".
           05  FILLER                PIC X(4)    VALUE "DATA".
       01  CAB06.
           05  FILLER                PIC X(90)   VALUE
           "CONCORRENTE           TURMAS FORMANDOS".

       01  LINDET.
           05  VENDEDOR-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ANO-REL               PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PROSPECT-REL          PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  INSTITUICAO-REL       PIC X(24)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CURSO-REL             PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FORMANDOS-REL         PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ULT-CONTATO-REL       PIC 99/99/9999 VALUE ZEROS.

       01  LINSUB.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(19)   VALUE
               "SUBTOTAL VENDEDOR ".
           05  VENDEDOR-SUB-REL      PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(5)    VALUE " ANO ".
           05  ANO-SUB-REL           PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE ": ".
           05  QTDE-SUB-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(8)    VALUE " TURMAS ".
           05  FORM-SUB-REL          PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE " FORMANDOS".

       01  LINTOT.
           05  FILLER                PIC X(32)   VALUE
               "TOTAL EM PROSPECCAO...........: ".
           05  QTDE-TOT-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(8)    VALUE " TURMAS ".
           05  FORM-TOT-REL          PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER                PIC X(10)   VALUE " FORMANDOS".

       01  LINPER.
           05  VENDEDOR-PER-REL      PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ANO-PER-REL           PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PROSPECT-PER-REL      PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  INSTITUICAO-PER-REL   PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CURSO-PER-REL         PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PERDIDO-PARA-REL      PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DATA-PER-REL          PIC 99/99/9999 VALUE ZEROS.

       01  LINMOT.
           05  FILLER                PIC X(19)   VALUE SPACES.
           05  FILLER                PIC X(8)    VALUE "MOTIVO: ".
           05  MOTIVO-REL            PIC X(40)   VALUE SPACES.

       01  LINCON.
           05  CONCORRENTE-REL       PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  QTDE-CON-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FORM-CON-REL          PIC Z.ZZZ.ZZ9 VALUE ZEROS.

       01  LINRES.
           05  FILLER                PIC X(32)   VALUE
               "GANHAS/PERDIDAS/DESCARTADAS...: ".
           05  QTDE-GANHO-REL        PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " / ".
           05  QTDE-PERDIDO-REL      PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE " / ".
           05  QTDE-DESCARTE-REL     PIC ZZZZ9   VALUE ZEROS.

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
           MOVE "COD042" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD042.
           MOVE "COD043" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD055" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD055.
           MOVE "COD074" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD074.
           MOVE "COD075" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD075.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT COD042.
           IF   ST-COD042 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD042: " ST-COD042
                MOVE 1 TO ERRO-W.

           OPEN I-O COD043.
           IF   ST-COD043 EQUAL "35"
                OPEN OUTPUT COD043
                CLOSE COD043
                OPEN I-O COD043.
           IF   ST-COD043 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD043: " ST-COD043
                MOVE 1 TO ERRO-W.

           OPEN I-O COD055.
           IF   ST-COD055 EQUAL "35"
                OPEN OUTPUT COD055
                CLOSE COD055
                OPEN I-O COD055.
           IF   ST-COD055 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD055: " ST-COD055
                MOVE 1 TO ERRO-W.

           OPEN I-O COD074.
           IF   ST-COD074 EQUAL "35"
                OPEN OUTPUT COD074
                CLOSE COD074
                OPEN I-O COD074.
           IF   ST-COD074 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD074: " ST-COD074
                MOVE 1 TO ERRO-W.

           OPEN I-O COD075.
           IF   ST-COD075 EQUAL "35"
                OPEN OUTPUT COD075
                CLOSE COD075
                OPEN I-O COD075.
           IF   ST-COD075 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD075: " ST-COD075
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
           MOVE "COP094" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "PROSPECCAO DE TURMAS (COD074/COD075)".
           DISPLAY "I-INCLUI A-ALTERA C-CONSULTA V-VISITA P-PROPOSTA".
           DISPLAY "R-RESULTADO DA PROPOSTA G-GANHO X-PERDIDO/DESCARTE".
           DISPLAY "L-RELATORIO F-FIM........................: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM INCLUI-PROSPECT
               WHEN "A"  WHEN "a"  PERFORM ALTERA-PROSPECT
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-PROSPECT
               WHEN "V"  WHEN "v"  MOVE "V" TO TIPO-CONTATO-W
                                   PERFORM REGISTRA-CONTATO
               WHEN "P"  WHEN "p"  MOVE "P" TO TIPO-CONTATO-W
                                   PERFORM REGISTRA-CONTATO
               WHEN "R"  WHEN "r"  PERFORM RESULTADO-PROPOSTA
               WHEN "G"  WHEN "g"  PERFORM GANHA-PROSPECT
               WHEN "X"  WHEN "x"  PERFORM ENCERRA-PROSPECT
               WHEN "L"  WHEN "l"  PERFORM RELATORIO-PROSPECCAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    INCLUI-PROSPECT - numera o prospect na sequencia do ultimo
      *    do COD074 (varredura como o PROCURA-ULTIMO-LOTE do COP092).
      *----------------------------------------------------------------
       INCLUI-PROSPECT SECTION.
           MOVE ZEROS TO NR-PROSPECT-W FIM-VARREDURA-W NR-PROSPECT-CO74.
           START COD074 KEY IS NOT LESS NR-PROSPECT-CO74
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-ULTIMO-PROSPECT UNTIL FIM-VARREDURA-TRUE.

           INITIALIZE REG-COD074.
           ADD 1 NR-PROSPECT-W GIVING NR-PROSPECT-CO74.
           PERFORM SOLICITA-DADOS-PROSPECT.
           MOVE 0 TO SITUACAO-CO74.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ABERTURA-CO74 DATA-SITUACAO-CO74.
           MOVE ZEROS        TO QTDE-CONTATOS-CO74.
           MOVE USUARIO-PARM TO USUARIO-CO74.
           WRITE REG-COD074
               INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO COD074: " ST-COD074
               NOT INVALID KEY
                   MOVE "INCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO SITUACAO-ANTES-W
                   PERFORM GRAVA-LOG-PROSPECT
                   DISPLAY "PROSPECT INCLUIDO: " NR-PROSPECT-CO74
           END-WRITE.

       INCLUI-PROSPECT-EXIT. EXIT.

       LE-ULTIMO-PROSPECT SECTION.
           READ COD074 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ULTIMO-PROSPECT-EXIT.
           MOVE NR-PROSPECT-CO74 TO NR-PROSPECT-W.

       LE-ULTIMO-PROSPECT-EXIT. EXIT.

       ALTERA-PROSPECT SECTION.
           PERFORM LE-PROSPECT.
           IF   ERRO-W NOT EQUAL 0
                GO TO ALTERA-PROSPECT-EXIT.
           IF   SITUACAO-CO74 GREATER 1
                DISPLAY "PROSPECT JA ENCERRADO (SITUACAO "
                        SITUACAO-CO74 ") - SO CONSULTA."
                GO TO ALTERA-PROSPECT-EXIT.

           MOVE SITUACAO-CO74 TO SITUACAO-ANTES-W.
           PERFORM SOLICITA-DADOS-PROSPECT.
           MOVE USUARIO-PARM TO USUARIO-CO74.
           REWRITE REG-COD074
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO COD074: " ST-COD074
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-PROSPECT
                   DISPLAY "PROSPECT ALTERADO."
           END-REWRITE.

       ALTERA-PROSPECT-EXIT. EXIT.

       CONSULTA-PROSPECT SECTION.
           PERFORM LE-PROSPECT.
           IF   ERRO-W NOT EQUAL 0
                GO TO CONSULTA-PROSPECT-EXIT.

           DISPLAY "INSTITUICAO......: " INSTITUICAO-CO74.
           DISPLAY "CURSO............: " DESCR-CURSO-CO74
                   " (" CURSO-CO74 "/" TURMA-CO74 ")".
           DISPLAY "ANO FORMATURA....: " ANO-FORMATURA-CO74
                   "   FORMANDOS PREVISTOS: " QT-FORMANDOS-CO74.
           DISPLAY "CONTATO..........: " CONTATO-CO74
                   " " CARGO-CONTATO-CO74.
           MOVE "F"              TO FUNCAO-MSK.
           MOVE USUARIO-PARM     TO USUARIO-MSK.
           MOVE FONE-CO74        TO DADO-NUM-MSK.
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           DISPLAY "TELEFONE.........: (" DDD-FONE-CO74 ") "
                   SAIDA-MSK.
           DISPLAY "E-MAIL...........: " E-MAIL-CO74.
           DISPLAY "CONCORRENTE......: " CONCORRENTE-CO74.
           DISPLAY "VENDEDOR.........: " VENDEDOR-CO74.
           DISPLAY "ABERTO EM........: " DATA-ABERTURA-CO74.
           DISPLAY "SITUACAO.........: " SITUACAO-CO74
                   " EM " DATA-SITUACAO-CO74
                   " (0-PROSPECCAO 1-PROPOSTA 2-GANHO 3-PERDIDO"
                   " 4-DESCARTADO)".
           IF   SITUACAO-CO74 EQUAL 3
                DISPLAY "PERDIDO PARA.....: " PERDIDO-PARA-CO74.
           IF   SITUACAO-CO74 GREATER 2
                DISPLAY "MOTIVO...........: " MOTIVO-CO74.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE NR-PROSPECT-CO74 TO NR-PROSPECT-CO75.
           MOVE ZEROS            TO SEQ-CO75.
           START COD075 KEY IS NOT LESS CHAVE-CO75
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM MOSTRA-CONTATO UNTIL FIM-VARREDURA-TRUE.

       CONSULTA-PROSPECT-EXIT. EXIT.

       MOSTRA-CONTATO SECTION.
           READ COD075 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO MOSTRA-CONTATO-EXIT.
           IF   NR-PROSPECT-CO75 NOT EQUAL NR-PROSPECT-CO74
                MOVE 1 TO FIM-VARREDURA-W
                GO TO MOSTRA-CONTATO-EXIT.
           IF   CONTATO-PROPOSTA-CO75
                DISPLAY SEQ-CO75 " " TIPO-CO75 " " DATA-CO75 " "
                        DESCRICAO-CO75 " " VALOR-PROPOSTA-CO75
                        " " RESULTADO-CO75 " " DATA-RESULTADO-CO75
           ELSE
                DISPLAY SEQ-CO75 " " TIPO-CO75 " " DATA-CO75 " "
                        DESCRICAO-CO75.

       MOSTRA-CONTATO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-CONTATO - visita (V) ou proposta (P) na proxima
      *    sequencia do COD075; a proposta passa o prospect para 1 e
      *    fica aguardando o resultado (opcao R).
      *----------------------------------------------------------------
       REGISTRA-CONTATO SECTION.
           PERFORM LE-PROSPECT.
           IF   ERRO-W NOT EQUAL 0
                GO TO REGISTRA-CONTATO-EXIT.
           IF   SITUACAO-CO74 GREATER 1
                DISPLAY "PROSPECT JA ENCERRADO (SITUACAO "
                        SITUACAO-CO74 ")."
                GO TO REGISTRA-CONTATO-EXIT.

           INITIALIZE REG-COD075.
           MOVE NR-PROSPECT-CO74 TO NR-PROSPECT-CO75.
           ADD 1 QTDE-CONTATOS-CO74 GIVING SEQ-CO75.
           MOVE TIPO-CONTATO-W   TO TIPO-CO75.
           DISPLAY "DATA (AAAAMMDD)......................: "
               WITH NO ADVANCING.
           ACCEPT DATA-CO75.
           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-CO75.
           IF   CONTATO-PROPOSTA-CO75
                DISPLAY "VALOR POR FORMANDO...................: "
                    WITH NO ADVANCING
                ACCEPT VALOR-PROPOSTA-CO75
                MOVE "A" TO RESULTADO-CO75
           ELSE
                MOVE SPACES TO RESULTADO-CO75.
           MOVE ZEROS        TO DATA-RESULTADO-CO75.
           MOVE USUARIO-PARM TO USUARIO-CO75.
           WRITE REG-COD075
               INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO COD075: " ST-COD075
                   GO TO REGISTRA-CONTATO-EXIT
           END-WRITE.

           MOVE SITUACAO-CO74 TO SITUACAO-ANTES-W.
           MOVE SEQ-CO75      TO QTDE-CONTATOS-CO74.
           IF   CONTATO-PROPOSTA-CO75
           AND  SITUACAO-CO74 EQUAL 0
                MOVE 1         TO SITUACAO-CO74
                MOVE DATA-CO75 TO DATA-SITUACAO-CO74.
           REWRITE REG-COD074
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO COD074: " ST-COD074
           END-REWRITE.
           IF   CONTATO-PROPOSTA-CO75
                MOVE "PROPOSTA"  TO LOG3-OPERACAO
           ELSE
                MOVE "VISITA"    TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-PROSPECT.
           DISPLAY "CONTATO REGISTRADO: SEQUENCIA " SEQ-CO75.

       REGISTRA-CONTATO-EXIT. EXIT.

       RESULTADO-PROPOSTA SECTION.
           PERFORM LE-PROSPECT.
           IF   ERRO-W NOT EQUAL 0
                GO TO RESULTADO-PROPOSTA-EXIT.
           DISPLAY "SEQUENCIA DA PROPOSTA................: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           MOVE NR-PROSPECT-CO74 TO NR-PROSPECT-CO75.
           MOVE SEQ-PARM         TO SEQ-CO75.
           READ COD075
               INVALID KEY
                   DISPLAY "CONTATO NAO CADASTRADO."
                   GO TO RESULTADO-PROPOSTA-EXIT
           END-READ.
           IF   NOT CONTATO-PROPOSTA-CO75
                DISPLAY "O CONTATO NAO E UMA PROPOSTA."
                GO TO RESULTADO-PROPOSTA-EXIT.
           IF   RESULTADO-CO75 NOT EQUAL "A"
                DISPLAY "PROPOSTA JA RESPONDIDA (" RESULTADO-CO75 ")."
                GO TO RESULTADO-PROPOSTA-EXIT.

           DISPLAY "RESULTADO (S-ACEITA N-RECUSADA)......: "
               WITH NO ADVANCING.
           ACCEPT RESULTADO-CO75.
           IF   RESULTADO-CO75 EQUAL "s"
                MOVE "S" TO RESULTADO-CO75.
           IF   RESULTADO-CO75 EQUAL "n"
                MOVE "N" TO RESULTADO-CO75.
           IF   RESULTADO-CO75 NOT EQUAL "S"
           AND  RESULTADO-CO75 NOT EQUAL "N"
                DISPLAY "RESULTADO INVALIDO."
                GO TO RESULTADO-PROPOSTA-EXIT.
           DISPLAY "DATA DO RESULTADO (AAAAMMDD).........: "
               WITH NO ADVANCING.
           ACCEPT DATA-RESULTADO-CO75.
           MOVE USUARIO-PARM TO USUARIO-CO75.
           REWRITE REG-COD075
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO COD075: " ST-COD075
                   GO TO RESULTADO-PROPOSTA-EXIT
           END-REWRITE.

           MOVE SITUACAO-CO74 TO SITUACAO-ANTES-W.
           MOVE "RESULTADO"   TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-PROSPECT.
           IF   RESULTADO-CO75 EQUAL "S"
                DISPLAY "PROPOSTA ACEITA - REGISTRE O GANHO (OPCAO G)"
                        " PARA CRIAR A TURMA."
           ELSE
                DISPLAY "PROPOSTA RECUSADA - NOVA PROPOSTA (P) OU "
                        "PERDIDO (X).".

       RESULTADO-PROPOSTA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GANHA-PROSPECT - o prospect ganho vira turma: curso validado
      *    no COD042 como no COP046, turma gravada no COD043 (ou usada
      *    a ja cadastrada) e a comissao semeada no COD055 com o
      *    contato como membro 01 quando a turma ainda nao tem nenhum.
      *----------------------------------------------------------------
       GANHA-PROSPECT SECTION.
           PERFORM LE-PROSPECT.
           IF   ERRO-W NOT EQUAL 0
                GO TO GANHA-PROSPECT-EXIT.
           IF   SITUACAO-CO74 GREATER 1
                DISPLAY "PROSPECT JA ENCERRADO (SITUACAO "
                        SITUACAO-CO74 ")."
                GO TO GANHA-PROSPECT-EXIT.

           DISPLAY "CODIGO DO CURSO (" CURSO-CO74 ")...............: "
               WITH NO ADVANCING.
           MOVE SPACES TO CURSO-PARM.
           ACCEPT CURSO-PARM.
           IF   CURSO-PARM EQUAL SPACES
                MOVE CURSO-CO74 TO CURSO-PARM.
           DISPLAY "CODIGO DA TURMA (" TURMA-CO74 ")................: "
               WITH NO ADVANCING.
           MOVE SPACES TO TURMA-PARM.
           ACCEPT TURMA-PARM.
           IF   TURMA-PARM EQUAL SPACES
                MOVE TURMA-CO74 TO TURMA-PARM.
           IF   CURSO-PARM EQUAL SPACES
           OR   TURMA-PARM EQUAL SPACES
                DISPLAY "CURSO E TURMA SAO OBRIGATORIOS NO GANHO."
                GO TO GANHA-PROSPECT-EXIT.

           MOVE CURSO-PARM TO CURSO-CO42.
           READ COD042
               INVALID KEY
                   DISPLAY "CURSO NAO CADASTRADO EM COD042 "
                           "(VER COP045)."
                   GO TO GANHA-PROSPECT-EXIT
           END-READ.
           IF   SITUACAO-CO42 NOT EQUAL 0
                DISPLAY "CURSO INATIVO EM COD042."
                GO TO GANHA-PROSPECT-EXIT.

           MOVE ZEROS TO TURMA-NOVA-W.
           MOVE CURSO-PARM TO CURSO-CO43.
           MOVE TURMA-PARM TO TURMA-CO43.
           READ COD043
               INVALID KEY
                   MOVE 1 TO TURMA-NOVA-W
               NOT INVALID KEY
                   IF   SITUACAO-CO43 NOT EQUAL 0
                        DISPLAY "TURMA ENCERRADA EM COD043."
                        GO TO GANHA-PROSPECT-EXIT
                   END-IF
                   DISPLAY "TURMA JA CADASTRADA EM COD043 - SERA "
                           "VINCULADA AO PROSPECT."
           END-READ.
           DISPLAY "CONFIRMA O GANHO (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT RESP-CONFIRMA-W.
           IF   RESP-CONFIRMA-W NOT EQUAL "S"
           AND  RESP-CONFIRMA-W NOT EQUAL "s"
                GO TO GANHA-PROSPECT-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           IF   TURMA-NOVA-W EQUAL 1
                PERFORM CRIA-TURMA
                IF   ERRO-W NOT EQUAL 0
                     GO TO GANHA-PROSPECT-EXIT.
           PERFORM SEMEIA-COMISSAO.

           MOVE SITUACAO-CO74 TO SITUACAO-ANTES-W.
           MOVE CURSO-PARM    TO CURSO-CO74.
           MOVE TURMA-PARM    TO TURMA-CO74.
           MOVE 2             TO SITUACAO-CO74.
           MOVE DATA-HOJE-W   TO DATA-SITUACAO-CO74.
           MOVE USUARIO-PARM  TO USUARIO-CO74.
           REWRITE REG-COD074
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO COD074: " ST-COD074
               NOT INVALID KEY
                   MOVE "GANHO"     TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-PROSPECT
                   DISPLAY "PROSPECT GANHO - TURMA " CURSO-PARM "/"
                           TURMA-PARM "."
           END-REWRITE.

       GANHA-PROSPECT-EXIT. EXIT.

       CRIA-TURMA SECTION.
           INITIALIZE REG-COD043.
           MOVE CURSO-PARM TO CURSO-CO43.
           MOVE TURMA-PARM TO TURMA-CO43.
           DISPLAY "ANO LETIVO (AAAA)....................: "
               WITH NO ADVANCING.
           ACCEPT ANO-LETIVO-CO43.
           DISPLAY "DATA PREVISTA DE FORMATURA (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT DATA-FORMATURA-CO43.
           MOVE 0     TO SITUACAO-CO43.
           MOVE ZEROS TO DATA-ENCERR-CO43.
           WRITE REG-COD043
               INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO COD043: " ST-COD043
                   MOVE 1 TO ERRO-W
                   GO TO CRIA-TURMA-EXIT
           END-WRITE.

           MOVE "INCLUSAO"         TO LOG3-OPERACAO.
           MOVE "COD043"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG
                                      LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE CURSO-CO43         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO43         TO LOG3-CHAVE-REG(6:3).
           MOVE "DATA-FORMATURA-CO43" TO LOG3-CAMPO.
           MOVE DATA-FORMATURA-CO43 TO LOG3-VALOR-ATUAL(1:8).
           PERFORM GRAVA-LOG.

       CRIA-TURMA-EXIT. EXIT.

       SEMEIA-COMISSAO SECTION.
           MOVE CURSO-PARM TO CURSO-CO55.
           MOVE TURMA-PARM TO TURMA-CO55.
           MOVE ZEROS      TO SEQ-MEMBRO-CO55.
           START COD055 KEY IS NOT LESS CHAVE-CO55
               INVALID KEY
                   GO TO SEMEIA-COMISSAO-GRAVA
           END-START.
           READ COD055 NEXT RECORD
               AT END
                   GO TO SEMEIA-COMISSAO-GRAVA
           END-READ.
           IF   CURSO-CO55 EQUAL CURSO-PARM
           AND  TURMA-CO55 EQUAL TURMA-PARM
                DISPLAY "COMISSAO JA REGISTRADA NO COD055 - MANTIDA."
                GO TO SEMEIA-COMISSAO-EXIT.

       SEMEIA-COMISSAO-GRAVA.
           IF   CONTATO-CO74 EQUAL SPACES
                GO TO SEMEIA-COMISSAO-EXIT.
           INITIALIZE REG-COD055.
           MOVE CURSO-PARM         TO CURSO-CO55.
           MOVE TURMA-PARM         TO TURMA-CO55.
           MOVE 01                 TO SEQ-MEMBRO-CO55.
           IF   CARGO-CONTATO-CO74 EQUAL SPACES
                MOVE "CONTATO"     TO CARGO-CO55
           ELSE
                MOVE CARGO-CONTATO-CO74 TO CARGO-CO55.
           MOVE CONTATO-CO74       TO NOME-CO55.
           MOVE ZEROS              TO CLASSIF-CLIENTE-CO55
                                      CODIGO-CLIENTE-CO55
                                      MANDATO-FIM-CO55.
           MOVE DDD-FONE-CO74      TO DDD-FONE-CO55.
           MOVE FONE-CO74          TO FONE-CO55.
           MOVE E-MAIL-CO74        TO E-MAIL-CO55.
           MOVE DATA-HOJE-W        TO MANDATO-INI-CO55.
           MOVE SPACES             TO OBSERVACAO-CO55.
           STRING "CONTATO DO PROSPECT " NR-PROSPECT-CO74
                  DELIMITED BY SIZE INTO OBSERVACAO-CO55.
           MOVE USUARIO-PARM       TO USUARIO-CO55.
           WRITE REG-COD055
               INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO COD055: " ST-COD055
                   GO TO SEMEIA-COMISSAO-EXIT
           END-WRITE.

           MOVE "INCLUSAO"         TO LOG3-OPERACAO.
           MOVE "COD055"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG
                                      LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE CURSO-CO55         TO LOG3-CHAVE-REG(1:4).
           MOVE TURMA-CO55         TO LOG3-CHAVE-REG(6:3).
           MOVE SEQ-MEMBRO-CO55    TO LOG3-CHAVE-REG(10:2).
           MOVE "NOME-CO55"        TO LOG3-CAMPO.
           MOVE NOME-CO55          TO LOG3-VALOR-ATUAL.
           PERFORM GRAVA-LOG.
           DISPLAY "COMISSAO SEMEADA COM O CONTATO - COMPLETAR NO "
                   "COP068.".

       SEMEIA-COMISSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ENCERRA-PROSPECT - perdido (3, para qual concorrente) ou
      *    descartado (4); propostas ainda aguardando ficam recusadas.
      *----------------------------------------------------------------
       ENCERRA-PROSPECT SECTION.
           PERFORM LE-PROSPECT.
           IF   ERRO-W NOT EQUAL 0
                GO TO ENCERRA-PROSPECT-EXIT.
           IF   SITUACAO-CO74 GREATER 1
                DISPLAY "PROSPECT JA ENCERRADO (SITUACAO "
                        SITUACAO-CO74 ")."
                GO TO ENCERRA-PROSPECT-EXIT.

           DISPLAY "3-PERDIDO PARA CONCORRENTE 4-DESCARTADO: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-PARM.
           IF   SITUACAO-PARM NOT EQUAL 3
           AND  SITUACAO-PARM NOT EQUAL 4
                DISPLAY "SITUACAO INVALIDA."
                GO TO ENCERRA-PROSPECT-EXIT.
           MOVE SITUACAO-CO74 TO SITUACAO-ANTES-W.
           MOVE SPACES TO PERDIDO-PARA-CO74.
           IF   SITUACAO-PARM EQUAL 3
                DISPLAY "PERDIDO PARA (" CONCORRENTE-CO74 "): "
                    WITH NO ADVANCING
                ACCEPT PERDIDO-PARA-CO74
                IF   PERDIDO-PARA-CO74 EQUAL SPACES
                     MOVE CONCORRENTE-CO74 TO PERDIDO-PARA-CO74.
           DISPLAY "MOTIVO...............................: "
               WITH NO ADVANCING.
           ACCEPT MOTIVO-CO74.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE SITUACAO-PARM TO SITUACAO-CO74.
           MOVE DATA-HOJE-W   TO DATA-SITUACAO-CO74.
           MOVE USUARIO-PARM  TO USUARIO-CO74.
           REWRITE REG-COD074
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO COD074: " ST-COD074
                   GO TO ENCERRA-PROSPECT-EXIT
           END-REWRITE.

           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE NR-PROSPECT-CO74 TO NR-PROSPECT-CO75.
           MOVE ZEROS            TO SEQ-CO75.
           START COD075 KEY IS NOT LESS CHAVE-CO75
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM RECUSA-PENDENTE UNTIL FIM-VARREDURA-TRUE.

           IF   SITUACAO-CO74 EQUAL 3
                MOVE "PERDIDO"   TO LOG3-OPERACAO
           ELSE
                MOVE "DESCARTE"  TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-PROSPECT.
           DISPLAY "PROSPECT ENCERRADO.".

       ENCERRA-PROSPECT-EXIT. EXIT.

       RECUSA-PENDENTE SECTION.
           READ COD075 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO RECUSA-PENDENTE-EXIT.
           IF   NR-PROSPECT-CO75 NOT EQUAL NR-PROSPECT-CO74
                MOVE 1 TO FIM-VARREDURA-W
                GO TO RECUSA-PENDENTE-EXIT.
           IF   CONTATO-PROPOSTA-CO75
           AND  RESULTADO-CO75 EQUAL "A"
                MOVE "N"          TO RESULTADO-CO75
                MOVE DATA-HOJE-W  TO DATA-RESULTADO-CO75
                REWRITE REG-COD075
                    INVALID KEY
                        DISPLAY "ERRO DE REGRAVACAO COD075: "
                                ST-COD075
                END-REWRITE.

       RECUSA-PENDENTE-EXIT. EXIT.

       LE-PROSPECT SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "NUMERO DO PROSPECT...................: "
               WITH NO ADVANCING.
           ACCEPT PROSPECT-PARM.
           MOVE PROSPECT-PARM TO NR-PROSPECT-CO74.
           READ COD074
               INVALID KEY
                   DISPLAY "PROSPECT NAO CADASTRADO."
                   MOVE 1 TO ERRO-W
           END-READ.

       LE-PROSPECT-EXIT. EXIT.

       SOLICITA-DADOS-PROSPECT SECTION.
           DISPLAY "INSTITUICAO (ESCOLA/FACULDADE).......: "
               WITH NO ADVANCING.
           ACCEPT INSTITUICAO-CO74.
           DISPLAY "CURSO (DESCRICAO)....................: "
               WITH NO ADVANCING.
           ACCEPT DESCR-CURSO-CO74.
           DISPLAY "CODIGO DO CURSO NO COD042 (SE HOUVER): "
               WITH NO ADVANCING.
           ACCEPT CURSO-CO74.
           DISPLAY "CODIGO DA TURMA PREVISTA (SE HOUVER).: "
               WITH NO ADVANCING.
           ACCEPT TURMA-CO74.
           DISPLAY "ANO PREVISTO DE FORMATURA (AAAA).....: "
               WITH NO ADVANCING.
           ACCEPT ANO-FORMATURA-CO74.
           DISPLAY "FORMANDOS PREVISTOS..................: "
               WITH NO ADVANCING.
           ACCEPT QT-FORMANDOS-CO74.
           DISPLAY "CONTATO (NOME).......................: "
               WITH NO ADVANCING.
           ACCEPT CONTATO-CO74.
           DISPLAY "CARGO DO CONTATO.....................: "
               WITH NO ADVANCING.
           ACCEPT CARGO-CONTATO-CO74.
           DISPLAY "DDD DO TELEFONE......................: "
               WITH NO ADVANCING.
           ACCEPT DDD-FONE-CO74.
           DISPLAY "TELEFONE (9 DIGITOS).................: "
               WITH NO ADVANCING.
           ACCEPT FONE-CO74.
           DISPLAY "E-MAIL...............................: "
               WITH NO ADVANCING.
           ACCEPT E-MAIL-CO74.
           DISPLAY "CONCORRENTE..........................: "
               WITH NO ADVANCING.
           ACCEPT CONCORRENTE-CO74.
           DISPLAY "VENDEDOR RESPONSAVEL.................: "
               WITH NO ADVANCING.
           ACCEPT VENDEDOR-CO74.

      *----------------------------------------------------------------
      *    RELATORIO-PROSPECCAO - pelo ALT-CO74 (vendedor + ano): a
      *    carteira em aberto com subtotal por vendedor/ano; depois as
      *    turmas perdidas, para quem, e o total por concorrente.
      *----------------------------------------------------------------
       RELATORIO-PROSPECCAO SECTION.
           DISPLAY "ANO DE FORMATURA INICIAL (AAAA)......: "
               WITH NO ADVANCING.
           ACCEPT ANO-INI-PARM.
           DISPLAY "ANO DE FORMATURA FINAL (AAAA)........: "
               WITH NO ADVANCING.
           ACCEPT ANO-FIM-PARM.
           IF   ANO-FIM-PARM EQUAL ZEROS
                MOVE 9999 TO ANO-FIM-PARM.
           MOVE ANO-INI-PARM TO ANO-INI-CAB.
           MOVE ANO-FIM-PARM TO ANO-FIM-CAB.
           INITIALIZE TOTAIS-RELATORIO TAB-CONCORRENTE.
           MOVE ZEROS TO PAG-W LIN QTDE-CONC-W.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.

           MOVE 1 TO PRIMEIRO-W.
           MOVE ZEROS TO FIM-VARREDURA-W VENDEDOR-CO74
                         ANO-FORMATURA-CO74.
           START COD074 KEY IS NOT LESS ALT-CO74
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM IMPRIME-CARTEIRA UNTIL FIM-VARREDURA-TRUE.
           IF   PRIMEIRO-W EQUAL 0
                PERFORM IMPRIME-SUBTOTAL.
           MOVE QTDE-TOT-W TO QTDE-TOT-REL.
           MOVE FORM-TOT-W TO FORM-TOT-REL.
           WRITE REG-RELAT FROM LINTOT AFTER 2.
           ADD 2 TO LIN.

           PERFORM IMPRIME-PERDIDAS.
           CLOSE RELAT.
           DISPLAY "RELATORIO DE PROSPECCAO IMPRESSO.".

       RELATORIO-PROSPECCAO-EXIT. EXIT.

       IMPRIME-CARTEIRA SECTION.
           READ COD074 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-CARTEIRA-EXIT.
           IF   SITUACAO-CO74 GREATER 1
           OR   ANO-FORMATURA-CO74 LESS ANO-INI-PARM
           OR   ANO-FORMATURA-CO74 GREATER ANO-FIM-PARM
                GO TO IMPRIME-CARTEIRA-EXIT.

           IF   PRIMEIRO-W EQUAL 0
           AND (VENDEDOR-CO74 NOT EQUAL VENDEDOR-ANT-W
           OR   ANO-FORMATURA-CO74 NOT EQUAL ANO-ANT-W)
                PERFORM IMPRIME-SUBTOTAL.
           MOVE 0                  TO PRIMEIRO-W.
           MOVE VENDEDOR-CO74      TO VENDEDOR-ANT-W.
           MOVE ANO-FORMATURA-CO74 TO ANO-ANT-W.

           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE VENDEDOR-CO74      TO VENDEDOR-REL.
           MOVE ANO-FORMATURA-CO74 TO ANO-REL.
           MOVE NR-PROSPECT-CO74   TO PROSPECT-REL.
           MOVE INSTITUICAO-CO74   TO INSTITUICAO-REL.
           MOVE DESCR-CURSO-CO74   TO CURSO-REL.
           MOVE QT-FORMANDOS-CO74  TO FORMANDOS-REL.
           IF   SITUACAO-CO74 EQUAL 1
                MOVE "PROPOSTA" TO SITUACAO-REL
           ELSE
                MOVE "VISITAS"  TO SITUACAO-REL.
           MOVE ZEROS TO ULT-CONTATO-REL.
           IF   QTDE-CONTATOS-CO74 GREATER ZEROS
                MOVE NR-PROSPECT-CO74   TO NR-PROSPECT-CO75
                MOVE QTDE-CONTATOS-CO74 TO SEQ-CO75
                READ COD075
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE DATA-CO75 TO ULT-CONTATO-REL
                END-READ.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           ADD 1                 TO QTDE-SUB-W QTDE-TOT-W.
           ADD QT-FORMANDOS-CO74 TO FORM-SUB-W FORM-TOT-W.

       IMPRIME-CARTEIRA-EXIT. EXIT.

       IMPRIME-SUBTOTAL SECTION.
           MOVE VENDEDOR-ANT-W TO VENDEDOR-SUB-REL.
           MOVE ANO-ANT-W      TO ANO-SUB-REL.
           MOVE QTDE-SUB-W     TO QTDE-SUB-REL.
           MOVE FORM-SUB-W     TO FORM-SUB-REL.
           WRITE REG-RELAT FROM LINSUB.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           ADD 2 TO LIN.
           MOVE ZEROS TO QTDE-SUB-W FORM-SUB-W.

       IMPRIME-SUBTOTAL-EXIT. EXIT.

       IMPRIME-PERDIDAS SECTION.
           MOVE "*** TURMAS PERDIDAS E PARA QUEM ***" TO SECAO-REL.
           IF   LIN GREATER 52
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CABSEC AFTER 2.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.

           MOVE ZEROS TO FIM-VARREDURA-W VENDEDOR-CO74
                         ANO-FORMATURA-CO74.
           START COD074 KEY IS NOT LESS ALT-CO74
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM IMPRIME-UMA-PERDIDA UNTIL FIM-VARREDURA-TRUE.

           MOVE "*** TURMAS PERDIDAS POR CONCORRENTE ***" TO SECAO-REL.
           IF   LIN GREATER 50
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CABSEC AFTER 2.
           WRITE REG-RELAT FROM CAB06.
           WRITE REG-RELAT FROM CAB03.
           ADD 4 TO LIN.
           SET CON-IDX TO 1.
           PERFORM IMPRIME-CONCORRENTE
               UNTIL CON-IDX GREATER QTDE-CONC-W.

           MOVE QTDE-GANHO-W    TO QTDE-GANHO-REL.
           MOVE QTDE-PERDIDO-W  TO QTDE-PERDIDO-REL.
           MOVE QTDE-DESCARTE-W TO QTDE-DESCARTE-REL.
           WRITE REG-RELAT FROM LINRES AFTER 2.
           ADD 2 TO LIN.

       IMPRIME-PERDIDAS-EXIT. EXIT.

       IMPRIME-UMA-PERDIDA SECTION.
           READ COD074 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO IMPRIME-UMA-PERDIDA-EXIT.
           IF   ANO-FORMATURA-CO74 LESS ANO-INI-PARM
           OR   ANO-FORMATURA-CO74 GREATER ANO-FIM-PARM
                GO TO IMPRIME-UMA-PERDIDA-EXIT.
           EVALUATE SITUACAO-CO74
               WHEN 2  ADD 1 TO QTDE-GANHO-W
               WHEN 4  ADD 1 TO QTDE-DESCARTE-W
           END-EVALUATE.
           IF   SITUACAO-CO74 NOT EQUAL 3
                GO TO IMPRIME-UMA-PERDIDA-EXIT.

           ADD 1 TO QTDE-PERDIDO-W.
           IF   LIN GREATER 55
                PERFORM CABECALHO.
           MOVE VENDEDOR-CO74      TO VENDEDOR-PER-REL.
           MOVE ANO-FORMATURA-CO74 TO ANO-PER-REL.
           MOVE NR-PROSPECT-CO74   TO PROSPECT-PER-REL.
           MOVE INSTITUICAO-CO74   TO INSTITUICAO-PER-REL.
           MOVE DESCR-CURSO-CO74   TO CURSO-PER-REL.
           MOVE PERDIDO-PARA-CO74  TO PERDIDO-PARA-REL.
           MOVE DATA-SITUACAO-CO74 TO DATA-PER-REL.
           WRITE REG-RELAT FROM LINPER.
           ADD 1 TO LIN.
           IF   MOTIVO-CO74 NOT EQUAL SPACES
                MOVE MOTIVO-CO74 TO MOTIVO-REL
                WRITE REG-RELAT FROM LINMOT
                ADD 1 TO LIN.
           PERFORM ACHA-CONCORRENTE.
           ADD 1                 TO QTDE-TURMAS-TAB (CON-IDX).
           ADD QT-FORMANDOS-CO74 TO QTDE-FORM-TAB (CON-IDX).

       IMPRIME-UMA-PERDIDA-EXIT. EXIT.

       ACHA-CONCORRENTE SECTION.
           SET CON-IDX TO 1.
           SEARCH CONC-OCR
               AT END
                   DISPLAY "AVISO: LIMITE DE 50 CONCORRENTES"
                   SET CON-IDX TO 1
               WHEN CON-IDX GREATER QTDE-CONC-W
                   ADD 1 TO QTDE-CONC-W
                   MOVE PERDIDO-PARA-CO74 TO CONCORRENTE-TAB (CON-IDX)
                   MOVE ZEROS TO QTDE-TURMAS-TAB (CON-IDX)
                                 QTDE-FORM-TAB (CON-IDX)
               WHEN CONCORRENTE-TAB (CON-IDX) EQUAL PERDIDO-PARA-CO74
                   CONTINUE
           END-SEARCH.

       ACHA-CONCORRENTE-EXIT. EXIT.

       IMPRIME-CONCORRENTE SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CONCORRENTE-TAB (CON-IDX) TO CONCORRENTE-REL.
           IF   CONCORRENTE-REL EQUAL SPACES
                MOVE "(NAO INFORMADO)" TO CONCORRENTE-REL.
           MOVE QTDE-TURMAS-TAB (CON-IDX) TO QTDE-CON-REL.
           MOVE QTDE-FORM-TAB (CON-IDX)   TO FORM-CON-REL.
           WRITE REG-RELAT FROM LINCON.
           ADD 1 TO LIN.
           SET CON-IDX UP BY 1.

       IMPRIME-CONCORRENTE-EXIT. EXIT.

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
      *    GRAVA-LOG-PROSPECT - trilha do COD074 com a situacao
      *    anterior e a atual; GRAVA-LOG completa e grava o LOG003
      *    nos moldes do CPP028 (mesmo segundo: soma 1 e tenta de novo).
      *----------------------------------------------------------------
       GRAVA-LOG-PROSPECT SECTION.
           MOVE "COD074"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG
                                      LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE NR-PROSPECT-CO74   TO LOG3-CHAVE-REG(1:6).
           MOVE "SITUACAO-CO74"    TO LOG3-CAMPO.
           MOVE SITUACAO-ANTES-W   TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE SITUACAO-CO74      TO LOG3-VALOR-ATUAL(1:1).
           MOVE INSTITUICAO-CO74   TO LOG3-VALOR-ATUAL(3:30).
           PERFORM GRAVA-LOG.

       GRAVA-LOG-PROSPECT-EXIT. EXIT.

       GRAVA-LOG SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE ZEROS              TO LOG3-CADEIA TENTA-LOG-W
                                      LOG-GRAVADO-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-EXIT. EXIT.

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
           CLOSE COD042 COD043 COD055 COD074 COD075 LOG003.

       END PROGRAM COP094.
