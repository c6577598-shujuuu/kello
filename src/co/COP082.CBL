       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP082.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: IMPRESSAO DO CARNE DE PAGAMENTO DAS PARCELAS DO COD044
      *        DE UM CONTRATO OU DE UMA TURMA INTEIRA (CURSO/TURMA DO
      *        COD041). UM BOLETO POR PARCELA EM ABERTO, COM OS DADOS
      *        DO CEDENTE DO CONVENIO ESCOLHIDO NO CXD101, NOSSO-NUMERO
      *        DO CONTADOR DO CONVENIO, LINHA DIGITAVEL E CODIGO DE
      *        BARRAS INTERCALADO 2 DE 5 NO PADRAO FEBRABAN E O TXID
      *        PIX DO CXD107 QUANDO A PARCELA TEM UM AGUARDANDO. CADA
      *        BOLETO FICA NO COD064. NA REEXECUCAO SO SAEM AS
      *        PARCELAS AINDA SEM BOLETO VIGENTE (AS NOVAS DE UMA
      *        RENEGOCIACAO DO COP056, POR EXEMPLO) - OU TODAS, COMO
      *        SEGUNDA VIA, SE PEDIDO; O BOLETO DE PARCELA RENEGOCIADA
      *        E MARCADO SUBSTITUIDO, E O DE PARCELA COM VENCIMENTO OU
      *        VALOR ALTERADO (OU DE OUTRO CONVENIO) E SUBSTITUIDO POR
      *        UM NOVO.

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

           COPY COPX064.

           COPY CXPX101.

           COPY CXPX107.

           COPY CGPX001.

           COPY CGPX011.

           COPY CGPX911.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY COPW041.

           COPY COPW044.

           COPY COPW064.

           COPY CXPW101.

           COPY CXPW107.

           COPY CGPW001.

           COPY CGPW011.

           COPY CGPW911.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD064             PIC XX       VALUE SPACES.
           05  ST-CXD101             PIC XX       VALUE SPACES.
           05  ST-CXD107             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD911             PIC XX       VALUE SPACES.
           05  SEM-CXD107-W          PIC 9        VALUE ZEROS.
      *    SEM-CXD107-W = 1 PIX ainda nao implantado (status 35): os
      *    boletos saem sem TXID
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-COD041            PIC 9        VALUE ZEROS.
              88  FIM-COD041-TRUE       VALUE 1.
           05  FIM-PARCELAS-W        PIC 9        VALUE ZEROS.
              88  FIM-PARCELAS-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CODBAN-PARM           PIC 9(3)     VALUE ZEROS.
           05  CARTEIRA-PARM         PIC X(2)     VALUE SPACES.
           05  CONTA-CONV-PARM       PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-PARM         PIC 9(6)     VALUE ZEROS.
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  SEGUNDA-VIA-PARM      PIC X        VALUE SPACES.
              88  SEGUNDA-VIA-TRUE      VALUE "S" "s".
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
      *    parcela corrente
           05  CONTRATO-ATUAL-W      PIC 9(6)     VALUE ZEROS.
           05  SEQ-VIGENTE-W         PIC 9(2)     VALUE ZEROS.
           05  ULTIMA-SEQ-W          PIC 9(2)     VALUE ZEROS.
           05  MOTIVO-SUBST-W        PIC 9        VALUE ZEROS.
           05  TXID-W                PIC X(25)    VALUE SPACES.
           05  NOME-CLIENTE-W        PIC X(40)    VALUE SPACES.
           05  ENDERECO-W            PIC X(45)    VALUE SPACES.
           05  BAIRRO-W              PIC X(25)    VALUE SPACES.
           05  CEP-W                 PIC 9(8)     VALUE ZEROS.
           05  CPF-W                 PIC 9(16)    VALUE ZEROS.
           05  ACHOU-CADASTRO-W      PIC 9        VALUE ZEROS.
      *    totais
           05  QTDE-CONTRATOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-EMITIDOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEGUNDA-VIA-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-JA-EMITIDOS-W    PIC 9(6)     VALUE ZEROS.
           05  QTDE-SUBSTITUIDOS-W   PIC 9(6)     VALUE ZEROS.
      *    DETERMINA-ULTIMO-DIA-MES/CALCULA-DIA-ABSOLUTO (do COP078)
           05  ANO-CORTE-W           PIC 9(4)     VALUE ZEROS.
           05  MES-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  DIA-CORTE-W           PIC 9(2)     VALUE ZEROS.
           05  ULTIMO-DIA-MES-W      PIC 9(2)     VALUE ZEROS.
           05  QUOC-BISSEXTO-W       PIC 9(4)     VALUE ZEROS.
           05  RESTO-4-W             PIC 9(4)     VALUE ZEROS.
           05  RESTO-100-W           PIC 9(4)     VALUE ZEROS.
           05  RESTO-400-W           PIC 9(4)     VALUE ZEROS.
           05  ANO-BISSEXTO-W        PIC 9        VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           05  DIAS-ACUM-MES-W       PIC 9(3)     VALUE ZEROS.
           05  ANOS-COMPLETOS-W      PIC 9(4)     VALUE ZEROS.
           05  DIA-ABSOLUTO-W        PIC 9(7)     VALUE ZEROS.
           05  ABSOLUTO-BASE-W       PIC 9(7)     VALUE ZEROS.
           05  FATOR-W               PIC 9(7)     VALUE ZEROS.
      *    modulos 10 e 11 (FEBRABAN) sobre NUMERO-CALC-W
           05  TAM-CALC-W            PIC 9(2)     VALUE ZEROS.
           05  IDX-CALC-W            PIC 9(2)     VALUE ZEROS.
           05  PESO-CALC-W           PIC 9(2)     VALUE ZEROS.
           05  PRODUTO-CALC-W        PIC 9(2)     VALUE ZEROS.
           05  SOMA-CALC-W           PIC 9(5)     VALUE ZEROS.
           05  QUOC-CALC-W           PIC 9(5)     VALUE ZEROS.
           05  RESTO-CALC-W          PIC 9(2)     VALUE ZEROS.
           05  DV-CALC-W             PIC 9(2)     VALUE ZEROS.
           COPY "PARAMETR".

       01  AREA-CALCULO.
           05  NUMERO-CALC-W         PIC X(43)    VALUE SPACES.
           05  DIGITOS-CALC-R REDEFINES NUMERO-CALC-W.
               10  DIGITO-CALC       PIC 9        OCCURS 43 TIMES.

      *    codigo de barras FEBRABAN de 44 posicoes: banco, moeda 9,
      *    DV geral (modulo 11), fator de vencimento, valor e o campo
      *    livre de 25 posicoes do convenio - agencia, carteira,
      *    nosso-numero em 11 e conta em 7
       01  CODIGO-BARRAS-W.
           05  BANCO-CB              PIC 9(3)     VALUE ZEROS.
           05  MOEDA-CB              PIC 9        VALUE 9.
           05  DV-CB                 PIC 9        VALUE ZEROS.
           05  FATOR-CB              PIC 9(4)     VALUE ZEROS.
           05  VALOR-CB              PIC 9(8)V99  VALUE ZEROS.
           05  CAMPO-LIVRE-CB.
               10  AGENCIA-CB        PIC 9(4)     VALUE ZEROS.
               10  CARTEIRA-CB       PIC 9(2)     VALUE ZEROS.
               10  NOSSO-NUMERO-CB   PIC 9(11)    VALUE ZEROS.
               10  CONTA-CB          PIC 9(7)     VALUE ZEROS.
               10  FILLER            PIC 9        VALUE ZEROS.
       01  CODIGO-BARRAS-R REDEFINES CODIGO-BARRAS-W PIC X(44).

       01  LINHA-DIGITAVEL-W.
           05  CAMPO1-LD             PIC X(10)    VALUE SPACES.
           05  CAMPO2-LD             PIC X(11)    VALUE SPACES.
           05  CAMPO3-LD             PIC X(11)    VALUE SPACES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  LINTXT.
           05  TEXTO-REL             PIC X(90)   VALUE SPACES.

       01  LINCORTE.
           05  FILLER                PIC X(90)   VALUE ALL "- ".

       01  LINBANCO.
           05  NOMEBAN-REL           PIC X(15)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE " |".
           05  CODBAN-REL            PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(4)    VALUE "-9 |".
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  LINHA-DIGITAVEL-REL   PIC X(54)   VALUE SPACES.

       01  LINVCTO.
           05  FILLER                PIC X(12)   VALUE "VENCIMENTO: ".
           05  DIA-VCTO-REL          PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  MES-VCTO-REL          PIC 99      VALUE ZEROS.
           05  FILLER                PIC X       VALUE "/".
           05  ANO-VCTO-REL          PIC 9999    VALUE ZEROS.
           05  FILLER                PIC X(14)   VALUE
               "   VALOR: R$ ".
           05  VALOR-REL             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(16)   VALUE
               "   NOSSO NUMERO ".
           05  CARTEIRA-REL          PIC X(2)    VALUE SPACES.
           05  FILLER                PIC X       VALUE "/".
           05  NOSSO-NUMERO-REL      PIC 9(8)    VALUE ZEROS.

      *    linha do codigo de barras: "(" + 44 digitos + ")" impressa
      *    com a fonte INTERCALADO 2 DE 5 da impressora, que desenha
      *    as barras de inicio/fim nos parenteses
       01  LINBARRAS.
           05  FILLER                PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE "(".
           05  BARRAS-REL            PIC X(44)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE ")".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                PERFORM POSICIONA-CONTRATOS
                PERFORM SELECIONA-CONTRATO UNTIL FIM-COD041-TRUE
                PERFORM EXIBE-RESUMO
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
           MOVE "COD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           MOVE "COD064" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD064.
           MOVE "CXD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD101.
           MOVE "CXD107" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD107.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD911" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD911.
           CLOSE CONTROLE.

           OPEN INPUT COD041 COD044 CGD001 CGD011 CGD911.
           IF   ST-COD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD041: " ST-COD041
                MOVE 1 TO ERRO-W.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                MOVE 1 TO ERRO-W.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                MOVE 1 TO ERRO-W.
           IF   ST-CGD011 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
                MOVE 1 TO ERRO-W.
           IF   ST-CGD911 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD911: " ST-CGD911
                MOVE 1 TO ERRO-W.

      *    I-O para regravar o NOSSO-NUMERO-CX101 do convenio (CXP103)
           OPEN I-O CXD101.
           IF   ST-CXD101 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD101: " ST-CXD101
                MOVE 1 TO ERRO-W.

           OPEN INPUT CXD107.
           IF   ST-CXD107 EQUAL "35"
                MOVE 1 TO SEM-CXD107-W
           ELSE
                IF   ST-CXD107 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA CXD107: " ST-CXD107
                     MOVE 1 TO ERRO-W.

           OPEN I-O COD064.
           IF   ST-COD064 EQUAL "35"
                CLOSE COD064       OPEN OUTPUT COD064
                CLOSE COD064       OPEN I-O COD064.
           IF   ST-COD064 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA COD064: " ST-COD064
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                OPEN OUTPUT RELAT.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL....................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "COP082" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                PERFORM FECHA-ARQUIVOS
                STOP RUN.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.

           DISPLAY "BANCO DO CONVENIO (CXD101)..............: "
               WITH NO ADVANCING.
           ACCEPT CODBAN-PARM.
           DISPLAY "CARTEIRA...............................: "
               WITH NO ADVANCING.
           ACCEPT CARTEIRA-PARM.
           DISPLAY "CONTA DO CONVENIO......................: "
               WITH NO ADVANCING.
           ACCEPT CONTA-CONV-PARM.
           MOVE CODBAN-PARM     TO CODBAN-CX101.
           MOVE CARTEIRA-PARM   TO CARTEIRA-CX101.
           MOVE CONTA-CONV-PARM TO CONTA-CX101.
           READ CXD101
               INVALID KEY
                   DISPLAY "CONVENIO NAO CADASTRADO EM CXD101 - "
                           "VER CXP110."
                   PERFORM FECHA-ARQUIVOS
                   STOP RUN
           END-READ.

           DISPLAY "CONTRATO (ZERO = TURMA INTEIRA)........: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
           IF   CONTRATO-PARM EQUAL ZEROS
                DISPLAY "CURSO..................................: "
                    WITH NO ADVANCING
                ACCEPT CURSO-PARM
                DISPLAY "TURMA..................................: "
                    WITH NO ADVANCING
                ACCEPT TURMA-PARM
                IF   CURSO-PARM EQUAL SPACES OR TURMA-PARM EQUAL SPACES
                     DISPLAY "INFORME CONTRATO OU CURSO/TURMA."
                     PERFORM FECHA-ARQUIVOS
                     STOP RUN.
           DISPLAY "SEGUNDA VIA DOS BOLETOS JA EMITIDOS (S/N): "
               WITH NO ADVANCING.
           ACCEPT SEGUNDA-VIA-PARM.

      *----------------------------------------------------------------
      *    POSICIONA-CONTRATOS - contrato: direto na chave; turma: o
      *    COD041 nao tem chave por curso/turma, le o arquivo todo.
      *----------------------------------------------------------------
       POSICIONA-CONTRATOS SECTION.
           MOVE ZEROS TO FIM-COD041.
           MOVE LOW-VALUES TO CHAVE-CO41 OF REG-COD041.
           MOVE CONTRATO-PARM TO NR-CONTRATO-CO41.
           START COD041 KEY IS NOT LESS
                 CHAVE-CO41 OF REG-COD041
               INVALID KEY
                   MOVE 1 TO FIM-COD041.

       SELECIONA-CONTRATO SECTION.
           READ COD041 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-COD041
                   GO TO SELECIONA-CONTRATO-EXIT.
           IF   CONTRATO-PARM NOT EQUAL ZEROS
                IF   NR-CONTRATO-CO41 NOT EQUAL CONTRATO-PARM
                     MOVE 1 TO FIM-COD041
                     GO TO SELECIONA-CONTRATO-EXIT
                END-IF
           ELSE
                IF   CURSO-CO41 NOT EQUAL CURSO-PARM
                OR   TURMA-CO41 NOT EQUAL TURMA-PARM
                     GO TO SELECIONA-CONTRATO-EXIT
                END-IF
           END-IF.
      *    contrato cancelado nao recebe carne
           IF   SITUACAO-CO41 EQUAL 1
                DISPLAY "CONTRATO " NR-CONTRATO-CO41
                        " CANCELADO - SEM CARNE"
                GO TO SELECIONA-CONTRATO-EXIT.

           ADD 1 TO QTDE-CONTRATOS-W.
           PERFORM MONTA-DADOS-CLIENTE.
           MOVE NR-CONTRATO-CO41 TO CONTRATO-ATUAL-W.
           MOVE ZEROS TO FIM-PARCELAS-W.
           MOVE CONTRATO-ATUAL-W TO NR-CONTRATO-CO44.
           MOVE ZEROS            TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
               INVALID KEY
                   MOVE 1 TO FIM-PARCELAS-W.
           PERFORM TRATA-PARCELA UNTIL FIM-PARCELAS-TRUE.

       SELECIONA-CONTRATO-EXIT. EXIT.

      *    sacado: nome do CGD001; endereco/CPF do CGD011 com o
      *    fallback para o legado CGD911 (mesmo criterio do COP065)
       MONTA-DADOS-CLIENTE SECTION.
           MOVE SPACES TO NOME-CLIENTE-W ENDERECO-W BAIRRO-W.
           MOVE ZEROS  TO CEP-W CPF-W ACHOU-CADASTRO-W.

           MOVE CODIGO-CLIENTE-CO41 TO CODIGO-CG01.
           READ CGD001
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE NOME-CG01 TO NOME-CLIENTE-W
           END-READ.

           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CG11.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CG11.
           READ CGD011
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ACHOU-CADASTRO-W
                   MOVE ENDERECO1-CG11    TO ENDERECO-W
                   MOVE BAIRRO1-CG11      TO BAIRRO-W
                   MOVE CEP1-CG11         TO CEP-W
                   MOVE CPF-CG11          TO CPF-W
           END-READ.
           IF   ACHOU-CADASTRO-W EQUAL 1
                GO TO MONTA-DADOS-CLIENTE-EXIT.

           MOVE CLASSIF-CLIENTE-CO41 TO CLASSIF-CG91.
           MOVE CODIGO-CLIENTE-CO41  TO CODIGO-CG91.
           READ CGD911
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ENDERECO1-CG91    TO ENDERECO-W
                   MOVE BAIRRO1-CG91      TO BAIRRO-W
                   MOVE CEP1-CG91         TO CEP-W
                   MOVE CPF-CG91          TO CPF-W
           END-READ.

       MONTA-DADOS-CLIENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    TRATA-PARCELA - renegociada (COP056): o boleto vigente vira
      *    substituido e nada sai; recebida: nada sai; em aberto: sai
      *    boleto novo se nao ha vigente ou se o vigente nao confere
      *    com o COD044/convenio de hoje, ou segunda via se pedida.
      *----------------------------------------------------------------
       TRATA-PARCELA SECTION.
           READ COD044 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-PARCELAS-W
                   GO TO TRATA-PARCELA-EXIT.
           IF   NR-CONTRATO-CO44 NOT EQUAL CONTRATO-ATUAL-W
                MOVE 1 TO FIM-PARCELAS-W
                GO TO TRATA-PARCELA-EXIT.

           PERFORM LOCALIZA-BOLETO.

           IF   SITUACAO-CO44 NUMERIC
           AND  SITUACAO-CO44 EQUAL 1
                IF   SEQ-VIGENTE-W NOT EQUAL ZEROS
                     MOVE 1 TO MOTIVO-SUBST-W
                     PERFORM SUBSTITUI-BOLETO
                END-IF
                GO TO TRATA-PARCELA-EXIT.
           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                GO TO TRATA-PARCELA-EXIT.

           IF   SEQ-VIGENTE-W EQUAL ZEROS
                PERFORM EMITE-BOLETO
                GO TO TRATA-PARCELA-EXIT.

           MOVE ZEROS TO MOTIVO-SUBST-W.
           IF   DATA-VCTO-CO64 NOT EQUAL DATA-VCTO-CO44
           OR   VALOR-CO64 NOT EQUAL VALOR-CO44
                MOVE 2 TO MOTIVO-SUBST-W
           ELSE
                IF   CODBAN-CO64 NOT EQUAL CODBAN-CX101
                OR   CARTEIRA-CO64 NOT EQUAL CARTEIRA-CX101
                OR   CONTA-CO64 NOT EQUAL CONTA-CX101
                     MOVE 3 TO MOTIVO-SUBST-W.
           IF   MOTIVO-SUBST-W NOT EQUAL ZEROS
                PERFORM SUBSTITUI-BOLETO
                PERFORM EMITE-BOLETO
                GO TO TRATA-PARCELA-EXIT.

           IF   SEGUNDA-VIA-TRUE
                PERFORM REIMPRIME-BOLETO
           ELSE
                ADD 1 TO QTDE-JA-EMITIDOS-W.

       TRATA-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-BOLETO - percorre os boletos da parcela guardando
      *    a ultima sequencia usada e a do vigente, que fica lido em
      *    REG-COD064 (SEQ-VIGENTE-W = 0 quando nao ha).
      *----------------------------------------------------------------
       LOCALIZA-BOLETO SECTION.
           MOVE ZEROS TO SEQ-VIGENTE-W ULTIMA-SEQ-W FIM-VARREDURA-W.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO64.
           MOVE PARCELA-CO44     TO PARCELA-CO64.
           MOVE ZEROS            TO SEQ-CO64.
           START COD064 KEY IS NOT LESS CHAVE-CO64
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LE-BOLETO-PARCELA UNTIL FIM-VARREDURA-TRUE.
           IF   SEQ-VIGENTE-W EQUAL ZEROS
                GO TO LOCALIZA-BOLETO-EXIT.

           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CO64.
           MOVE PARCELA-CO44     TO PARCELA-CO64.
           MOVE SEQ-VIGENTE-W    TO SEQ-CO64.
           READ COD064
               INVALID KEY
                   MOVE ZEROS TO SEQ-VIGENTE-W
           END-READ.

       LOCALIZA-BOLETO-EXIT. EXIT.

       LE-BOLETO-PARCELA SECTION.
           READ COD064 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-BOLETO-PARCELA-EXIT.
           IF   NR-CONTRATO-CO64 NOT EQUAL NR-CONTRATO-CO44
           OR   PARCELA-CO64 NOT EQUAL PARCELA-CO44
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-BOLETO-PARCELA-EXIT.
           MOVE SEQ-CO64 TO ULTIMA-SEQ-W.
           IF   SITUACAO-CO64 EQUAL 0
                MOVE SEQ-CO64 TO SEQ-VIGENTE-W.

       LE-BOLETO-PARCELA-EXIT. EXIT.

      *    boleto vigente (lido em REG-COD064) substituido pelo motivo
      *    de MOTIVO-SUBST-W
       SUBSTITUI-BOLETO SECTION.
           MOVE MOTIVO-SUBST-W TO SITUACAO-CO64.
           MOVE DATA-HOJE-W    TO DATA-SITUACAO-CO64.
           MOVE USUARIO-PARM   TO USUARIO-CO64.
           REWRITE REG-COD064
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD064: " ST-COD064
                           " PARCELA " NR-CONTRATO-CO64 "-"
                           PARCELA-CO64
               NOT INVALID KEY
                   ADD 1 TO QTDE-SUBSTITUIDOS-W
           END-REWRITE.
           MOVE ZEROS TO SEQ-VIGENTE-W.

      *----------------------------------------------------------------
      *    EMITE-BOLETO - nosso-numero do contador do convenio (mesma
      *    regravacao do CXP103), codigo de barras, linha digitavel,
      *    TXID do PIX; grava o COD064 e imprime.
      *----------------------------------------------------------------
       EMITE-BOLETO SECTION.
           IF   ULTIMA-SEQ-W NOT LESS 99
                DISPLAY "PARCELA " NR-CONTRATO-CO44 "-" PARCELA-CO44
                        " COM 99 BOLETOS - NAO EMITIDO"
                GO TO EMITE-BOLETO-EXIT.

           ADD 1 TO NOSSO-NUMERO-CX101.
           REWRITE REG-CXD101
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD101: " ST-CXD101
                   GO TO EMITE-BOLETO-EXIT
           END-REWRITE.

           MOVE SPACES TO REG-COD064.
           MOVE NR-CONTRATO-CO44   TO NR-CONTRATO-CO64.
           MOVE PARCELA-CO44       TO PARCELA-CO64.
           COMPUTE SEQ-CO64 = ULTIMA-SEQ-W + 1.
           MOVE CURSO-CO44         TO CURSO-CO64.
           MOVE TURMA-CO44         TO TURMA-CO64.
           MOVE CODBAN-CX101       TO CODBAN-CO64.
           MOVE CARTEIRA-CX101     TO CARTEIRA-CO64.
           MOVE CONTA-CX101        TO CONTA-CO64.
           MOVE NOSSO-NUMERO-CX101 TO NOSSO-NUMERO-CO64.
           MOVE DATA-VCTO-CO44     TO DATA-VCTO-CO64.
           MOVE VALOR-CO44         TO VALOR-CO64.
           PERFORM BUSCA-TXID.
           MOVE TXID-W             TO TXID-CO64.
           PERFORM MONTA-CODIGO-BARRAS.
           MOVE CODIGO-BARRAS-R    TO CODIGO-BARRAS-CO64.
           PERFORM MONTA-LINHA-DIGITAVEL.
           MOVE DATA-HOJE-W        TO DATA-EMISSAO-CO64.
           MOVE 1                  TO QTDE-VIAS-CO64.
           MOVE ZEROS              TO SITUACAO-CO64 DATA-SITUACAO-CO64.
           MOVE USUARIO-PARM       TO USUARIO-CO64.
           WRITE REG-COD064
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD064: " ST-COD064
                           " PARCELA " NR-CONTRATO-CO64 "-"
                           PARCELA-CO64
                   GO TO EMITE-BOLETO-EXIT
           END-WRITE.
           ADD 1 TO QTDE-EMITIDOS-W.
           PERFORM IMPRIME-BOLETO.

       EMITE-BOLETO-EXIT. EXIT.

      *    segunda via: o mesmo nosso-numero e codigo de barras; o
      *    TXID e conferido de novo (pode ter sido gerado depois)
       REIMPRIME-BOLETO SECTION.
           PERFORM BUSCA-TXID.
           MOVE TXID-W       TO TXID-CO64.
           ADD  1            TO QTDE-VIAS-CO64.
           MOVE USUARIO-PARM TO USUARIO-CO64.
           REWRITE REG-COD064
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO COD064: " ST-COD064
                           " PARCELA " NR-CONTRATO-CO64 "-"
                           PARCELA-CO64
                   GO TO REIMPRIME-BOLETO-EXIT
           END-REWRITE.
           ADD 1 TO QTDE-SEGUNDA-VIA-W.
           PERFORM IMPRIME-BOLETO.

       REIMPRIME-BOLETO-EXIT. EXIT.

      *    TXID aguardando recebimento da parcela no CXD107 (CXP118);
      *    havendo mais de um, vale o ultimo gerado
       BUSCA-TXID SECTION.
           MOVE SPACES TO TXID-W.
           IF   SEM-CXD107-W EQUAL 1
                GO TO BUSCA-TXID-EXIT.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-CX107.
           MOVE PARCELA-CO44     TO PARCELA-CX107.
           START CXD107 KEY IS NOT LESS ALT-CX107
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LE-TXID-PARCELA UNTIL FIM-VARREDURA-TRUE.

       BUSCA-TXID-EXIT. EXIT.

       LE-TXID-PARCELA SECTION.
           READ CXD107 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-TXID-PARCELA-EXIT.
           IF   NR-CONTRATO-CX107 NOT EQUAL NR-CONTRATO-CO44
           OR   PARCELA-CX107 NOT EQUAL PARCELA-CO44
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-TXID-PARCELA-EXIT.
           IF   SITUACAO-CX107 EQUAL 0
                MOVE TXID-CX107 TO TXID-W.

       LE-TXID-PARCELA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MONTA-CODIGO-BARRAS - FEBRABAN: fator de vencimento = dias
      *    desde 07/10/1997; passado o 9999 (21/02/2025) o fator
      *    recomeca em 1000. DV geral = modulo 11 das outras 43
      *    posicoes, com 0, 10 e 11 trocados por 1.
      *----------------------------------------------------------------
       MONTA-CODIGO-BARRAS SECTION.
           MOVE CODBAN-CO64     TO BANCO-CB.
           MOVE 9               TO MOEDA-CB.
           MOVE VALOR-CO64      TO VALOR-CB.
           MOVE AGENCIA-CX101   TO AGENCIA-CB.
           IF   CARTEIRA-CO64 NUMERIC
                MOVE CARTEIRA-CO64 TO CARTEIRA-CB
           ELSE
                MOVE ZEROS TO CARTEIRA-CB.
           MOVE NOSSO-NUMERO-CO64 TO NOSSO-NUMERO-CB.
           MOVE CONTA-CO64      TO CONTA-CB.

           MOVE ZEROS TO FATOR-CB.
           IF   DATA-VCTO-CO64 NOT EQUAL ZEROS
                MOVE 19971007 TO DIA-ABSOLUTO-W
                PERFORM CALCULA-DIA-ABSOLUTO
                MOVE DIA-ABSOLUTO-W TO ABSOLUTO-BASE-W
                MOVE DATA-VCTO-CO64 TO DIA-ABSOLUTO-W
                PERFORM CALCULA-DIA-ABSOLUTO
                IF   DIA-ABSOLUTO-W GREATER ABSOLUTO-BASE-W
                     COMPUTE FATOR-W = DIA-ABSOLUTO-W - ABSOLUTO-BASE-W
                     IF   FATOR-W GREATER 9999
                          SUBTRACT 1000 FROM FATOR-W
                          DIVIDE FATOR-W BY 9000 GIVING QUOC-CALC-W
                                 REMAINDER FATOR-W
                          ADD 1000 TO FATOR-W
                     END-IF
                     MOVE FATOR-W TO FATOR-CB
                END-IF
           END-IF.

           MOVE ZEROS TO DV-CB.
           MOVE SPACES TO NUMERO-CALC-W.
           STRING CODIGO-BARRAS-R(1:4) CODIGO-BARRAS-R(6:39)
                  DELIMITED BY SIZE INTO NUMERO-CALC-W.
           MOVE 43 TO TAM-CALC-W.
           PERFORM CALCULA-MODULO-11.
           MOVE DV-CALC-W TO DV-CB.

      *----------------------------------------------------------------
      *    MONTA-LINHA-DIGITAVEL - tres campos com DV modulo 10
      *    (banco+moeda+livre 1-5, livre 6-15, livre 16-25), o DV
      *    geral e fator+valor, no formato impresso no boleto.
      *----------------------------------------------------------------
       MONTA-LINHA-DIGITAVEL SECTION.
           MOVE SPACES TO NUMERO-CALC-W.
           STRING CODIGO-BARRAS-R(1:4) CODIGO-BARRAS-R(20:5)
                  DELIMITED BY SIZE INTO NUMERO-CALC-W.
           MOVE 9 TO TAM-CALC-W.
           PERFORM CALCULA-MODULO-10.
           MOVE NUMERO-CALC-W(1:9)  TO CAMPO1-LD.
           MOVE DV-CALC-W(2:1)      TO CAMPO1-LD(10:1).

           MOVE CODIGO-BARRAS-R(25:10) TO NUMERO-CALC-W.
           MOVE 10 TO TAM-CALC-W.
           PERFORM CALCULA-MODULO-10.
           MOVE NUMERO-CALC-W(1:10) TO CAMPO2-LD.
           MOVE DV-CALC-W(2:1)      TO CAMPO2-LD(11:1).

           MOVE CODIGO-BARRAS-R(35:10) TO NUMERO-CALC-W.
           MOVE 10 TO TAM-CALC-W.
           PERFORM CALCULA-MODULO-10.
           MOVE NUMERO-CALC-W(1:10) TO CAMPO3-LD.
           MOVE DV-CALC-W(2:1)      TO CAMPO3-LD(11:1).

           MOVE SPACES TO LINHA-DIGITAVEL-CO64.
           STRING CAMPO1-LD(1:5) "." CAMPO1-LD(6:5) " "
                  CAMPO2-LD(1:5) "." CAMPO2-LD(6:6) " "
                  CAMPO3-LD(1:5) "." CAMPO3-LD(6:6) " "
                  CODIGO-BARRAS-R(5:1) " "
                  CODIGO-BARRAS-R(6:14)
                  DELIMITED BY SIZE INTO LINHA-DIGITAVEL-CO64.

      *    modulo 11, pesos 2 a 9 da direita para a esquerda
       CALCULA-MODULO-11 SECTION.
           MOVE ZEROS TO SOMA-CALC-W.
           MOVE 2     TO PESO-CALC-W.
           PERFORM SOMA-DIGITO-MODULO-11
                   VARYING IDX-CALC-W FROM TAM-CALC-W BY -1
                   UNTIL IDX-CALC-W LESS 1.
           DIVIDE SOMA-CALC-W BY 11 GIVING QUOC-CALC-W
                  REMAINDER RESTO-CALC-W.
           COMPUTE DV-CALC-W = 11 - RESTO-CALC-W.
           IF   DV-CALC-W EQUAL 0 OR DV-CALC-W GREATER 9
                MOVE 1 TO DV-CALC-W.

       SOMA-DIGITO-MODULO-11 SECTION.
           COMPUTE PRODUTO-CALC-W = DIGITO-CALC (IDX-CALC-W)
                                  * PESO-CALC-W.
           ADD PRODUTO-CALC-W TO SOMA-CALC-W.
           ADD 1 TO PESO-CALC-W.
           IF   PESO-CALC-W GREATER 9
                MOVE 2 TO PESO-CALC-W.

      *    modulo 10, pesos 2 e 1 alternados da direita; produto de
      *    dois digitos entra pela soma dos digitos (menos 9)
       CALCULA-MODULO-10 SECTION.
           MOVE ZEROS TO SOMA-CALC-W.
           MOVE 2     TO PESO-CALC-W.
           PERFORM SOMA-DIGITO-MODULO-10
                   VARYING IDX-CALC-W FROM TAM-CALC-W BY -1
                   UNTIL IDX-CALC-W LESS 1.
           DIVIDE SOMA-CALC-W BY 10 GIVING QUOC-CALC-W
                  REMAINDER RESTO-CALC-W.
           COMPUTE DV-CALC-W = 10 - RESTO-CALC-W.
           IF   DV-CALC-W EQUAL 10
                MOVE 0 TO DV-CALC-W.

       SOMA-DIGITO-MODULO-10 SECTION.
           COMPUTE PRODUTO-CALC-W = DIGITO-CALC (IDX-CALC-W)
                                  * PESO-CALC-W.
           IF   PRODUTO-CALC-W GREATER 9
                SUBTRACT 9 FROM PRODUTO-CALC-W.
           ADD PRODUTO-CALC-W TO SOMA-CALC-W.
           IF   PESO-CALC-W EQUAL 2
                MOVE 1 TO PESO-CALC-W
           ELSE
                MOVE 2 TO PESO-CALC-W.

      *----------------------------------------------------------------
      *    CALCULA-DIA-ABSOLUTO - recebe AAAAMMDD em DIA-ABSOLUTO-W e
      *    devolve ali o numero de dias desde 01/01/0001, contando os
      *    bissextos (sem FUNCTION INTEGER-OF-DATE)
      *----------------------------------------------------------------
       CALCULA-DIA-ABSOLUTO SECTION.
           DIVIDE DIA-ABSOLUTO-W BY 10000 GIVING ANO-CORTE-W
                                  REMAINDER QUOC-BISSEXTO-W.
           DIVIDE QUOC-BISSEXTO-W BY 100  GIVING MES-CORTE-W
                                  REMAINDER DIA-CORTE-W.
           IF   MES-CORTE-W LESS 1 OR MES-CORTE-W GREATER 12
           OR   ANO-CORTE-W EQUAL ZEROS
                MOVE ZEROS TO DIA-ABSOLUTO-W
                GO TO CALCULA-DIA-ABSOLUTO-EXIT.
           PERFORM DETERMINA-ULTIMO-DIA-MES.

           EVALUATE MES-CORTE-W
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
           IF   MES-CORTE-W GREATER 2 AND ANO-BISSEXTO-TRUE
                ADD 1 TO DIAS-ACUM-MES-W.

           COMPUTE ANOS-COMPLETOS-W = ANO-CORTE-W - 1.
           COMPUTE DIA-ABSOLUTO-W = ANOS-COMPLETOS-W * 365
                                  + DIAS-ACUM-MES-W + DIA-CORTE-W.
           DIVIDE ANOS-COMPLETOS-W BY 4   GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 100 GIVING QUOC-BISSEXTO-W.
           SUBTRACT QUOC-BISSEXTO-W FROM DIA-ABSOLUTO-W.
           DIVIDE ANOS-COMPLETOS-W BY 400 GIVING QUOC-BISSEXTO-W.
           ADD QUOC-BISSEXTO-W      TO DIA-ABSOLUTO-W.

       CALCULA-DIA-ABSOLUTO-EXIT. EXIT.

       DETERMINA-ULTIMO-DIA-MES SECTION.
           DIVIDE ANO-CORTE-W BY 4   GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-4-W.
           DIVIDE ANO-CORTE-W BY 100 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-100-W.
           DIVIDE ANO-CORTE-W BY 400 GIVING QUOC-BISSEXTO-W
                                     REMAINDER RESTO-400-W.
           MOVE ZEROS TO ANO-BISSEXTO-W.
           IF   RESTO-4-W EQUAL ZEROS
           AND (RESTO-100-W NOT EQUAL ZEROS OR RESTO-400-W EQUAL ZEROS)
                MOVE 1 TO ANO-BISSEXTO-W.

           EVALUATE MES-CORTE-W
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
      *    IMPRIME-BOLETO - um boleto do carne a partir do REG-COD064
      *    e do convenio lido no CXD101; quatro por folha.
      *----------------------------------------------------------------
       IMPRIME-BOLETO SECTION.
           IF   LIN GREATER 50
                MOVE SPACES TO REG-RELAT
                WRITE REG-RELAT AFTER PAGE
                MOVE ZEROS TO LIN.

           WRITE REG-RELAT FROM LINCORTE.
           ADD 1 TO LIN.
           MOVE NOMEBAN-CX101        TO NOMEBAN-REL.
           MOVE CODBAN-CO64          TO CODBAN-REL.
           MOVE LINHA-DIGITAVEL-CO64 TO LINHA-DIGITAVEL-REL.
           WRITE REG-RELAT FROM LINBANCO.
           ADD 1 TO LIN.

           MOVE SPACES TO TEXTO-REL.
           STRING "CEDENTE: " EMPRESA-CEDENTE-CX101 " CNPJ "
                  CNPJ-CX101 "  AG/COD: " AGENCIA-CX101 "-"
                  DIG-AGENCIA-CX101 "/" CONTA-CX101 "-"
                  DIG-CONTA-CX101
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE DATA-VCTO-CO64(7:2)  TO DIA-VCTO-REL.
           MOVE DATA-VCTO-CO64(5:2)  TO MES-VCTO-REL.
           MOVE DATA-VCTO-CO64(1:4)  TO ANO-VCTO-REL.
           MOVE VALOR-CO64           TO VALOR-REL.
           MOVE CARTEIRA-CO64        TO CARTEIRA-REL.
           MOVE NOSSO-NUMERO-CO64    TO NOSSO-NUMERO-REL.
           WRITE REG-RELAT FROM LINVCTO.
           ADD 1 TO LIN.
           MOVE SPACES TO TEXTO-REL.
           STRING "SACADO: " NOME-CLIENTE-W "  CPF " CPF-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           STRING "        " ENDERECO-W " " BAIRRO-W(1:20) " "
                  CEP-W
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           STRING "CONTRATO " NR-CONTRATO-CO64 " CURSO "
                  CURSO-CO64 " TURMA " TURMA-CO64 " PARCELA "
                  PARCELA-CO64 "  ESPECIE " ESPECIE-CX101
                  "  EMISSAO " DATA-EMISSAO-CO64(7:2) "/"
                  DATA-EMISSAO-CO64(5:2) "/" DATA-EMISSAO-CO64(1:4)
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           IF   QTDE-VIAS-CO64 GREATER 1
                MOVE SPACES TO TEXTO-REL
                MOVE "*** 2a. VIA ***" TO TEXTO-REL
                PERFORM IMPRIME-LINHA.
           MOVE SPACES TO TEXTO-REL.
           STRING "LOCAL DE PAGAMENTO: " LOCAL1-CX101
                  DELIMITED BY SIZE INTO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE INSTRUCAO1-CX101 TO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           MOVE INSTRUCAO2-CX101 TO TEXTO-REL.
           PERFORM IMPRIME-LINHA.
           IF   TXID-CO64 NOT EQUAL SPACES
                MOVE SPACES TO TEXTO-REL
                STRING "PAGUE TAMBEM POR PIX - IDENTIFICADOR (TXID): "
                       TXID-CO64
                       DELIMITED BY SIZE INTO TEXTO-REL
                PERFORM IMPRIME-LINHA.
           MOVE CODIGO-BARRAS-CO64 TO BARRAS-REL.
           WRITE REG-RELAT FROM LINBARRAS AFTER 2.
           ADD 2 TO LIN.

       IMPRIME-LINHA SECTION.
           WRITE REG-RELAT FROM LINTXT.
           ADD 1 TO LIN.

       EXIBE-RESUMO SECTION.
           DISPLAY "CONTRATOS PROCESSADOS..................: "
                   QTDE-CONTRATOS-W.
           DISPLAY "BOLETOS EMITIDOS.......................: "
                   QTDE-EMITIDOS-W.
           DISPLAY "SEGUNDAS VIAS..........................: "
                   QTDE-SEGUNDA-VIA-W.
           DISPLAY "JA EMITIDOS (NAO REIMPRESSOS)..........: "
                   QTDE-JA-EMITIDOS-W.
           DISPLAY "BOLETOS SUBSTITUIDOS...................: "
                   QTDE-SUBSTITUIDOS-W.
           DISPLAY "ULTIMO NOSSO-NUMERO DO CONVENIO........: "
                   NOSSO-NUMERO-CX101.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD041 COD044 COD064 CXD101 CGD001 CGD011 CGD911
                 RELAT.
           IF   SEM-CXD107-W EQUAL 0
                CLOSE CXD107.
