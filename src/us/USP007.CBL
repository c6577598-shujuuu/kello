       IDENTIFICATION DIVISION.
       PROGRAM-ID. USP007.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: FILA DE APROVACAO DAS ALTERACOES DE CAMPO PROTEGIDO
      *        (USD007, GRAVADAS PELO USP007V A PARTIR DO COP052,
      *        CPP029 E CCP121): LISTA AS PENDENTES, CONSULTA,
      *        APROVA OU RECUSA. SO APROVA QUEM NAO PEDIU E, COM O
      *        USD002 IMPLANTADO, TEM NIVEL 2 NO PROGRAMA QUE PEDIU.
      *        NA APROVACAO O VALOR DO REGISTRO TEM DE SER AINDA O
      *        VALOR ANTERIOR DA SOLICITACAO (SENAO ELA E' RECUSADA
      *        COMO DESATUALIZADA) E SO ENTAO O CAMPO E' GRAVADO NO
      *        ARQUIVO DE ORIGEM: COD041 COM ADITIVO NO COD046, DADOS
      *        BANCARIOS NO CPD023 OU NO CCD115. PENDENTE ALEM DO
      *        PRAZO FICA EXPIRADA. TRILHA EM LOG003 DA DECISAO E DO
      *        CAMPO GRAVADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY USPX002.

           COPY USPX007.

           COPY COPX041.

           COPY COPX046.

           COPY CPPX023.

           COPY CCPX115.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY USPW002.

           COPY USPW007.

           COPY COPW041.

           COPY COPW046.

           COPY CPPW023.

           COPY CCPW115.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-USD002             PIC XX       VALUE SPACES.
           05  ST-USD007             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD046             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-CCD115             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  USD002-OK-W           PIC 9        VALUE ZEROS.
           05  COD041-OK-W           PIC 9        VALUE ZEROS.
           05  COD046-OK-W           PIC 9        VALUE ZEROS.
           05  CPD023-OK-W           PIC 9        VALUE ZEROS.
           05  CCD115-OK-W           PIC 9        VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  NR-SOLIC-PARM         PIC 9(8)     VALUE ZEROS.
           05  OBS-PARM              PIC X(30)    VALUE SPACES.
           05  QTDE-LISTADA-W        PIC 9(5)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  ATUAL-EXIBE-W         PIC X(40)    VALUE SPACES.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZ9,99.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  ARQUIVO-LOG-W         PIC X(8)     VALUE SPACES.
           05  CHAVE-LOG-W           PIC X(20)    VALUE SPACES.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           COPY "PARAMETR".

      *    chave do registro de origem (CHAVE-REG-US07) por arquivo
       01  CHAVE-SOLIC-W             PIC X(20)    VALUE SPACES.
       01  CHAVE-COD041-W REDEFINES CHAVE-SOLIC-W.
           05  CHAVE-CO41-SOL-W      PIC X(13).
           05  FILLER                PIC X(7).
       01  CHAVE-CODIGO-W REDEFINES CHAVE-SOLIC-W.
           05  CODIGO-SOL-W          PIC 9(6).
           05  FILLER                PIC X(14).

      *    imagem a gravar (DADOS-NOVOS-US07) por arquivo: COD041 no
      *    layout do RETEM-ADITIVO de COP052, bancos no layout do
      *    RETEM-ALTERACAO-BANCO de CPP029 (CPD023) e CCP121 (CCD115)
       01  ADITIVO-RETIDO-W.
           05  VALOR-NOVO-RET-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ANTES-RET-W     PIC 9(8)V99  VALUE ZEROS.
           05  MOTIVO-RET-W          PIC X(30)    VALUE SPACES.
       01  BANCO-NOVO-W.
           05  CODBAN-NOV-W          PIC 9(3)     VALUE ZEROS.
           05  AGENCIA-NOV-W         PIC 9(4)     VALUE ZEROS.
           05  DIG-AGENCIA-NOV-W     PIC X(1)     VALUE SPACES.
           05  CONTA-NOV-W           PIC 9(8)     VALUE ZEROS.
           05  DIG-CONTA-NOV-W       PIC X(1)     VALUE SPACES.
           05  TIPO-CONTA-NOV-W      PIC 9        VALUE ZEROS.
           05  CPF-CNPJ-NOV-W        PIC 9(14)    VALUE ZEROS.
      *    CPF-CNPJ-NOV-W = so no CPD023 (o CCD115 grava 18 bytes)

      *    valor atual exibido como o solicitante o exibiu, para a
      *    conferencia com VALOR-ANTERIOR-US07
       01  EXIBE-BANCO-W.
           05  CODBAN-EXB            PIC 9(3)     VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  AGENCIA-EXB           PIC 9(4)     VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE "-".
           05  DIG-AGENCIA-EXB       PIC X(1)     VALUE SPACES.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  CONTA-EXB             PIC 9(8)     VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE "-".
           05  DIG-CONTA-EXB         PIC X(1)     VALUE SPACES.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  TIPO-CONTA-EXB        PIC 9        VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  CPF-CNPJ-EXB          PIC 9(14)    VALUE ZEROS.
           05  FILLER                PIC X(2)     VALUE SPACES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): a assinatura da decisao so vale depois de
      *    conferida; "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

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
           MOVE "USD002" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD002.
           MOVE "USD007" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD007.
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD046" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD046.
           MOVE "CPD023" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD023.
           MOVE "CCD115" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD115.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O USD007.
           IF   ST-USD007 EQUAL "35"
                CLOSE USD007       OPEN OUTPUT USD007
                CLOSE USD007       OPEN I-O USD007.
           IF   ST-USD007 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA USD007: " ST-USD007
                MOVE 1 TO ERRO-W.

           OPEN INPUT USD002.
           IF   ST-USD002 EQUAL "00"
                MOVE 1 TO USD002-OK-W
           ELSE
                DISPLAY "AVISO: USD002 INDISPONIVEL (" ST-USD002
                        ") - NIVEL DO APROVADOR NAO CONFERIDO.".

           OPEN I-O COD041.
           IF   ST-COD041 EQUAL "00"
                MOVE 1 TO COD041-OK-W.
           OPEN I-O COD046.
           IF   ST-COD046 EQUAL "35"
                CLOSE COD046       OPEN OUTPUT COD046
                CLOSE COD046       OPEN I-O COD046.
           IF   ST-COD046 EQUAL "00"
                MOVE 1 TO COD046-OK-W.

           OPEN I-O CPD023.
           IF   ST-CPD023 EQUAL "00"
                MOVE 1 TO CPD023-OK-W.

           OPEN I-O CCD115.
           IF   ST-CCD115 EQUAL "00"
                MOVE 1 TO CCD115-OK-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO APROVADOR....................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "USP007" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "APROVACAO DE CAMPOS PROTEGIDOS (USD007)".
           DISPLAY "L-PENDENTES C-CONSULTA A-APROVA R-RECUSA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           EVALUATE OPCAO-W
               WHEN "L"  WHEN "l"  PERFORM LISTA-PENDENTES
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-SOLICITACAO
               WHEN "A"  WHEN "a"  PERFORM APROVA-SOLICITACAO
               WHEN "R"  WHEN "r"  PERFORM RECUSA-SOLICITACAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LISTA-PENDENTES - varredura por numero; a pendente que
      *    passou do prazo e' fechada como expirada e nao sai.
      *----------------------------------------------------------------
       LISTA-PENDENTES SECTION.
           MOVE ZEROS TO QTDE-LISTADA-W NR-SOLIC-US07.
           START USD007 KEY IS NOT LESS NR-SOLIC-US07
               INVALID KEY
                   DISPLAY "NENHUMA SOLICITACAO."
                   GO TO LISTA-PENDENTES-EXIT.
           PERFORM LISTA-UMA-PENDENTE.
           DISPLAY QTDE-LISTADA-W " SOLICITACAO(OES) PENDENTE(S).".

       LISTA-PENDENTES-EXIT. EXIT.

       LISTA-UMA-PENDENTE SECTION.
           READ USD007 NEXT RECORD
               AT END
                   GO TO LISTA-UMA-PENDENTE-EXIT.
           IF   SITUACAO-US07 NOT EQUAL 0
                GO TO LISTA-UMA-PENDENTE.
           IF   DATA-EXPIRA-US07 LESS DATA-HOJE-W
                PERFORM EXPIRA-SOLICITACAO
                GO TO LISTA-UMA-PENDENTE.
           ADD 1 TO QTDE-LISTADA-W.
           DISPLAY NR-SOLIC-US07 " " ARQUIVO-US07 " "
                   CHAVE-REG-US07 " " CAMPO-US07.
           DISPLAY "         DE " VALOR-ANTERIOR-US07.
           DISPLAY "         P/ " VALOR-NOVO-US07.
           DISPLAY "         POR " SOLICITANTE-US07
                   " EM " DATA-SOLIC-US07
                   " EXPIRA " DATA-EXPIRA-US07
                   " - " MOTIVO-US07.
           GO TO LISTA-UMA-PENDENTE.

       LISTA-UMA-PENDENTE-EXIT. EXIT.

       CONSULTA-SOLICITACAO SECTION.
           PERFORM LE-SOLICITACAO.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO CONSULTA-SOLICITACAO-EXIT.

           DISPLAY "ARQUIVO/CHAVE/CAMPO..................: "
                   ARQUIVO-US07 " " CHAVE-REG-US07 " " CAMPO-US07.
           DISPLAY "VALOR ANTERIOR.......................: "
                   VALOR-ANTERIOR-US07.
           DISPLAY "VALOR NOVO...........................: "
                   VALOR-NOVO-US07.
           DISPLAY "MOTIVO...............................: "
                   MOTIVO-US07.
           DISPLAY "PEDIDA POR / EM / PROGRAMA...........: "
                   SOLICITANTE-US07 " " DATA-SOLIC-US07 " "
                   PROGRAMA-US07.
           DISPLAY "EXPIRA EM............................: "
                   DATA-EXPIRA-US07.
           EVALUATE SITUACAO-US07
               WHEN 0 DISPLAY "SITUACAO: PENDENTE"
               WHEN 1 DISPLAY "SITUACAO: APROVADA E GRAVADA POR "
                              APROVADOR-US07 " EM " DATA-DECISAO-US07
               WHEN 2 DISPLAY "SITUACAO: RECUSADA POR "
                              APROVADOR-US07 " EM " DATA-DECISAO-US07
                              " - " OBS-DECISAO-US07
               WHEN 3 DISPLAY "SITUACAO: EXPIRADA EM "
                              DATA-DECISAO-US07
           END-EVALUATE.

       CONSULTA-SOLICITACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APROVA-SOLICITACAO - confere pendencia, prazo, aprovador
      *    (outro usuario, nivel 2 no programa que pediu) e o valor
      *    atual do registro; so entao grava o campo na origem e
      *    fecha a solicitacao como aprovada.
      *----------------------------------------------------------------
       APROVA-SOLICITACAO SECTION.
           PERFORM LE-PENDENTE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO APROVA-SOLICITACAO-EXIT.

           IF   SOLICITANTE-US07 EQUAL USUARIO-PARM
                DISPLAY "QUEM PEDIU NAO PODE APROVAR A PROPRIA "
                        "SOLICITACAO."
                GO TO APROVA-SOLICITACAO-EXIT.

           IF   USD002-OK-W EQUAL 1
                MOVE USUARIO-PARM  TO USUARIO-US02
                MOVE PROGRAMA-US07 TO PROGRAMA-US02
                READ USD002
                    INVALID KEY
                        MOVE ZEROS TO NIVEL-US02
                END-READ
                IF   NIVEL-US02 NOT EQUAL 2
                     DISPLAY "APROVADOR SEM NIVEL 2 NO "
                             PROGRAMA-US07 " (USD002)."
                     GO TO APROVA-SOLICITACAO-EXIT.

           DISPLAY "DE " VALOR-ANTERIOR-US07.
           DISPLAY "P/ " VALOR-NOVO-US07.
           DISPLAY "CONFIRMA A APROVACAO (S/N)...........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND "s"
                GO TO APROVA-SOLICITACAO-EXIT.

           MOVE CHAVE-REG-US07 TO CHAVE-SOLIC-W.
           EVALUATE ARQUIVO-US07
               WHEN "COD041"  PERFORM GRAVA-COD041
               WHEN "CPD023"  PERFORM GRAVA-CPD023
               WHEN "CCD115"  PERFORM GRAVA-CCD115
               WHEN OTHER
                    DISPLAY "ARQUIVO " ARQUIVO-US07
                            " SEM GRAVACAO NA APROVACAO."
                    MOVE 1 TO ERRO-W
           END-EVALUATE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO APROVA-SOLICITACAO-EXIT.

           MOVE 1      TO SITUACAO-US07.
           MOVE SPACES TO OBS-PARM.
           PERFORM REGISTRA-DECISAO.
           DISPLAY "SOLICITACAO " NR-SOLIC-US07
                   " APROVADA E GRAVADA EM " ARQUIVO-US07 ".".

       APROVA-SOLICITACAO-EXIT. EXIT.

       RECUSA-SOLICITACAO SECTION.
           PERFORM LE-PENDENTE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO RECUSA-SOLICITACAO-EXIT.

           DISPLAY "MOTIVO DA RECUSA.....................: "
               WITH NO ADVANCING.
           ACCEPT OBS-PARM.
           MOVE 2 TO SITUACAO-US07.
           PERFORM REGISTRA-DECISAO.
           DISPLAY "SOLICITACAO " NR-SOLIC-US07 " RECUSADA.".

       RECUSA-SOLICITACAO-EXIT. EXIT.

       LE-SOLICITACAO SECTION.
           DISPLAY "NUMERO DA SOLICITACAO................: "
               WITH NO ADVANCING.
           ACCEPT NR-SOLIC-PARM.
           MOVE NR-SOLIC-PARM TO NR-SOLIC-US07.
           READ USD007
               INVALID KEY
                   DISPLAY "SOLICITACAO NAO ENCONTRADA."
                   MOVE 1 TO ERRO-W
           END-READ.

       LE-SOLICITACAO-EXIT. EXIT.

       LE-PENDENTE SECTION.
           PERFORM LE-SOLICITACAO.
           IF   ERRO-W NOT EQUAL 0
                GO TO LE-PENDENTE-EXIT.
           IF   SITUACAO-US07 NOT EQUAL 0
                DISPLAY "SOLICITACAO JA DECIDIDA (SITUACAO "
                        SITUACAO-US07 ")."
                MOVE 1 TO ERRO-W
                GO TO LE-PENDENTE-EXIT.
           IF   DATA-EXPIRA-US07 LESS DATA-HOJE-W
                PERFORM EXPIRA-SOLICITACAO
                DISPLAY "SOLICITACAO EXPIRADA EM " DATA-EXPIRA-US07
                        " - PEDIR DE NOVO NO " PROGRAMA-US07 "."
                MOVE 1 TO ERRO-W.

       LE-PENDENTE-EXIT. EXIT.

       EXPIRA-SOLICITACAO SECTION.
           MOVE 3           TO SITUACAO-US07.
           MOVE DATA-HOJE-W TO DATA-DECISAO-US07.
           MOVE "EXPIRADA SEM APROVACAO" TO OBS-DECISAO-US07.
           REWRITE REG-USD007
               INVALID KEY CONTINUE
           END-REWRITE.

      *----------------------------------------------------------------
      *    GRAVA-COD041 - aditivo no COD046 (seq = ultima + 1, em nome
      *    de quem pediu) e novo valor no contrato, como o
      *    REGISTRA-ADITIVO de COP052 faria sem a retencao.
      *----------------------------------------------------------------
       GRAVA-COD041 SECTION.
           IF   COD041-OK-W NOT EQUAL 1
           OR   COD046-OK-W NOT EQUAL 1
                DISPLAY "COD041/COD046 INDISPONIVEL."
                MOVE 1 TO ERRO-W
                GO TO GRAVA-COD041-EXIT.

           MOVE DADOS-NOVOS-US07(1:50) TO ADITIVO-RETIDO-W.
           MOVE CHAVE-CO41-SOL-W TO CHAVE-CO41 OF REG-COD041.
           READ COD041
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO EM COD041."
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-COD041-EXIT
           END-READ.
           MOVE SPACES              TO ATUAL-EXIBE-W.
           MOVE VALOR-CONTRATO-CO41 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO ATUAL-EXIBE-W(1:13).
           PERFORM CONFERE-VALOR-ATUAL.
           IF   ERRO-W NOT EQUAL 0
                GO TO GRAVA-COD041-EXIT.

           PERFORM PROCURA-ULT-SEQ-ADITIVO.
           MOVE NR-CONTRATO-CO41     TO NR-CONTRATO-CO46.
           COMPUTE SEQ-ADITIVO-CO46 = ULT-SEQ-W + 1.
           MOVE CURSO-CO41           TO CURSO-CO46.
           MOVE TURMA-CO41           TO TURMA-CO46.
           MOVE DATA-HOJE-W          TO DATA-ADITIVO-CO46.
           MOVE VALOR-CONTRATO-CO41  TO VALOR-ANTERIOR-CO46.
           MOVE VALOR-NOVO-RET-W     TO VALOR-NOVO-CO46.
           MOVE MOTIVO-RET-W         TO MOTIVO-CO46.
           MOVE SOLICITANTE-US07     TO USUARIO-CO46.
           WRITE REG-COD046
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD046: " ST-COD046
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-COD041-EXIT
           END-WRITE.

           MOVE VALOR-NOVO-RET-W TO VALOR-CONTRATO-CO41.
           REWRITE REG-COD041
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD041: " ST-COD041
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-COD041-EXIT
           END-REWRITE.

           MOVE "COD041"              TO ARQUIVO-LOG-W.
           MOVE SPACES                TO CHAVE-LOG-W ATUAL-LOG-W.
           MOVE CHAVE-CO41 OF REG-COD041 TO CHAVE-LOG-W(1:13).
           MOVE "VALOR-CONTRATO-CO41" TO CAMPO-LOG-W.
           MOVE ATUAL-EXIBE-W         TO ANTERIOR-LOG-W.
           MOVE VALOR-CONTRATO-CO41   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO ATUAL-LOG-W(1:13).
           MOVE "ALTERACAO"           TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG.

       GRAVA-COD041-EXIT. EXIT.

       PROCURA-ULT-SEQ-ADITIVO SECTION.
           MOVE ZEROS TO ULT-SEQ-W.
           MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-CO46.
           MOVE ZEROS            TO SEQ-ADITIVO-CO46.
           START COD046 KEY IS NOT LESS CHAVE-CO46
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM PROCURA-ULT-SEQ-LOOP
           END-START.

       PROCURA-ULT-SEQ-ADITIVO-EXIT. EXIT.

       PROCURA-ULT-SEQ-LOOP SECTION.
           READ COD046 NEXT RECORD
               AT END
                   GO TO PROCURA-ULT-SEQ-LOOP-EXIT
           END-READ.
           IF   NR-CONTRATO-CO46 NOT EQUAL NR-CONTRATO-CO41
                GO TO PROCURA-ULT-SEQ-LOOP-EXIT.
           MOVE SEQ-ADITIVO-CO46 TO ULT-SEQ-W.
           GO TO PROCURA-ULT-SEQ-LOOP.

       PROCURA-ULT-SEQ-LOOP-EXIT. EXIT.

       GRAVA-CPD023 SECTION.
           IF   CPD023-OK-W NOT EQUAL 1
                DISPLAY "CPD023 INDISPONIVEL."
                MOVE 1 TO ERRO-W
                GO TO GRAVA-CPD023-EXIT.

           MOVE DADOS-NOVOS-US07(1:32) TO BANCO-NOVO-W.
           MOVE CODIGO-SOL-W TO FORNECEDOR-CP23.
           READ CPD023
               INVALID KEY
                   DISPLAY "FORNECEDOR SEM DADOS BANCARIOS."
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-CPD023-EXIT
           END-READ.
           MOVE CODBAN-CP23       TO CODBAN-EXB.
           MOVE AGENCIA-CP23      TO AGENCIA-EXB.
           MOVE DIG-AGENCIA-CP23  TO DIG-AGENCIA-EXB.
           MOVE CONTA-CP23        TO CONTA-EXB.
           MOVE DIG-CONTA-CP23    TO DIG-CONTA-EXB.
           MOVE TIPO-CONTA-CP23   TO TIPO-CONTA-EXB.
           MOVE CPF-CNPJ-CP23     TO CPF-CNPJ-EXB.
           MOVE EXIBE-BANCO-W     TO ATUAL-EXIBE-W.
           PERFORM CONFERE-VALOR-ATUAL.
           IF   ERRO-W NOT EQUAL 0
                GO TO GRAVA-CPD023-EXIT.

           MOVE CODBAN-NOV-W      TO CODBAN-CP23.
           MOVE AGENCIA-NOV-W     TO AGENCIA-CP23.
           MOVE DIG-AGENCIA-NOV-W TO DIG-AGENCIA-CP23.
           MOVE CONTA-NOV-W       TO CONTA-CP23.
           MOVE DIG-CONTA-NOV-W   TO DIG-CONTA-CP23.
           MOVE TIPO-CONTA-NOV-W  TO TIPO-CONTA-CP23.
           MOVE CPF-CNPJ-NOV-W    TO CPF-CNPJ-CP23.
           MOVE SOLICITANTE-US07  TO USUARIO-CP23.
           REWRITE REG-CPD023
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CPD023: " ST-CPD023
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-CPD023-EXIT
           END-REWRITE.

           MOVE "CPD023"          TO ARQUIVO-LOG-W.
           MOVE SPACES            TO CHAVE-LOG-W.
           MOVE FORNECEDOR-CP23   TO CHAVE-LOG-W(1:6).
           MOVE CAMPO-US07        TO CAMPO-LOG-W.
           MOVE ATUAL-EXIBE-W     TO ANTERIOR-LOG-W.
           MOVE VALOR-NOVO-US07   TO ATUAL-LOG-W.
           MOVE "ALTERACAO"       TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG.

       GRAVA-CPD023-EXIT. EXIT.

       GRAVA-CCD115 SECTION.
           IF   CCD115-OK-W NOT EQUAL 1
                DISPLAY "CCD115 INDISPONIVEL."
                MOVE 1 TO ERRO-W
                GO TO GRAVA-CCD115-EXIT.

           MOVE ZEROS TO CPF-CNPJ-NOV-W.
           MOVE DADOS-NOVOS-US07(1:18) TO BANCO-NOVO-W(1:18).
           MOVE CODIGO-SOL-W TO CODIGO-CC115.
           READ CCD115
               INVALID KEY
                   DISPLAY "PRESTADOR NAO CADASTRADO EM CCD115."
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-CCD115-EXIT
           END-READ.
           MOVE CODBAN-CC115      TO CODBAN-EXB.
           MOVE AGENCIA-CC115     TO AGENCIA-EXB.
           MOVE DIG-AGENCIA-CC115 TO DIG-AGENCIA-EXB.
           MOVE CONTA-CC115       TO CONTA-EXB.
           MOVE DIG-CONTA-CC115   TO DIG-CONTA-EXB.
           MOVE TIPO-CONTA-CC115  TO TIPO-CONTA-EXB.
           MOVE ZEROS             TO CPF-CNPJ-EXB.
           MOVE EXIBE-BANCO-W     TO ATUAL-EXIBE-W.
           PERFORM CONFERE-VALOR-ATUAL.
           IF   ERRO-W NOT EQUAL 0
                GO TO GRAVA-CCD115-EXIT.

           MOVE CODBAN-NOV-W      TO CODBAN-CC115.
           MOVE AGENCIA-NOV-W     TO AGENCIA-CC115.
           MOVE DIG-AGENCIA-NOV-W TO DIG-AGENCIA-CC115.
           MOVE CONTA-NOV-W       TO CONTA-CC115.
           MOVE DIG-CONTA-NOV-W   TO DIG-CONTA-CC115.
           MOVE TIPO-CONTA-NOV-W  TO TIPO-CONTA-CC115.
           MOVE SOLICITANTE-US07  TO USUARIO-CC115.
           REWRITE REG-CCD115
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CCD115: " ST-CCD115
                   MOVE 1 TO ERRO-W
                   GO TO GRAVA-CCD115-EXIT
           END-REWRITE.

           MOVE "CCD115"          TO ARQUIVO-LOG-W.
           MOVE SPACES            TO CHAVE-LOG-W.
           MOVE CODIGO-CC115      TO CHAVE-LOG-W(1:6).
           MOVE CAMPO-US07        TO CAMPO-LOG-W.
           MOVE ATUAL-EXIBE-W     TO ANTERIOR-LOG-W.
           MOVE VALOR-NOVO-US07   TO ATUAL-LOG-W.
           MOVE "ALTERACAO"       TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG.

       GRAVA-CCD115-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-VALOR-ATUAL - o registro mudou depois do pedido
      *    (outra aprovacao, reajuste, manutencao direta): a
      *    solicitacao e' recusada como desatualizada em vez de gravar
      *    por cima de um valor que o aprovador nao viu.
      *----------------------------------------------------------------
       CONFERE-VALOR-ATUAL SECTION.
           IF   ATUAL-EXIBE-W EQUAL VALOR-ANTERIOR-US07
                GO TO CONFERE-VALOR-ATUAL-EXIT.
           DISPLAY "VALOR ATUAL DO REGISTRO NAO CONFERE COM O DA "
                   "SOLICITACAO:".
           DISPLAY "ATUAL " ATUAL-EXIBE-W.
           MOVE 2 TO SITUACAO-US07.
           MOVE "DESATUALIZADA - PEDIR DE NOVO" TO OBS-PARM.
           PERFORM REGISTRA-DECISAO.
           DISPLAY "SOLICITACAO " NR-SOLIC-US07
                   " RECUSADA COMO DESATUALIZADA.".
           MOVE 1 TO ERRO-W.

       CONFERE-VALOR-ATUAL-EXIT. EXIT.

       REGISTRA-DECISAO SECTION.
           MOVE USUARIO-PARM TO APROVADOR-US07.
           MOVE DATA-HOJE-W  TO DATA-DECISAO-US07.
           MOVE OBS-PARM     TO OBS-DECISAO-US07.
           REWRITE REG-USD007
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO USD007: " ST-USD007
           END-REWRITE.

           MOVE "USD007"       TO ARQUIVO-LOG-W.
           MOVE SPACES         TO CHAVE-LOG-W ANTERIOR-LOG-W
                                  ATUAL-LOG-W.
           MOVE NR-SOLIC-US07  TO CHAVE-LOG-W(1:8).
           MOVE "SITUACAO-US07" TO CAMPO-LOG-W.
           MOVE "0"            TO ANTERIOR-LOG-W(1:1).
           MOVE SITUACAO-US07  TO ATUAL-LOG-W(1:1).
           MOVE OBS-PARM       TO ATUAL-LOG-W(3:30).
           IF   SITUACAO-US07 EQUAL 1
                MOVE "APROVACAO" TO LOG3-OPERACAO
           ELSE
                MOVE "RECUSA"    TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG.

       REGISTRA-DECISAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG - trilha em LOG003 nos moldes do GRAVA-LOG-CIDADE
      *    de CGP012; a aprovacao grava duas linhas no mesmo segundo,
      *    entao a colisao de chave avanca o periodo (GRAVA-LOG-FISICA
      *    de COP052).
      *----------------------------------------------------------------
       GRAVA-LOG SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
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
           CLOSE USD007 LOG003.
           IF   USD002-OK-W EQUAL 1
                CLOSE USD002.
           IF   COD041-OK-W EQUAL 1
                CLOSE COD041.
           IF   COD046-OK-W EQUAL 1
                CLOSE COD046.
           IF   CPD023-OK-W EQUAL 1
                CLOSE CPD023.
           IF   CCD115-OK-W EQUAL 1
                CLOSE CCD115.

       END PROGRAM USP007.
