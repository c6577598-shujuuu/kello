      *        BANCARIOS SAI LISTADO E FICA FORA. A RODADA VIRA UMA
      *        REMESSA NUMERADA NO CPD024; O RETORNO E O CPP031. E A
      *        DIRECAO OPOSTA DO CXP101: AQUI O BANCO E INSTRUIDO A
      *        PAGAR. O VALOR INSTRUIDO E' O SALDO EM ABERTO DO TITULO
      *        (CPP035V), JA DESCONTADOS OS PAGAMENTOS PARCIAIS DO
      *        RAZAO CPD025; TITULO SEM SALDO FICA FORA. FORNECEDOR
      *        COM TROCA DE DADOS BANCARIOS AGUARDANDO APROVACAO NO
      *        USD007 (CPD023 OU CCD115 - VER USP007V) FICA FORA DA
      *        REMESSA ATE A DECISAO, LISTADO COMO PENDENTE. CADA
      *        TITULO QUE ENTRA NA REMESSA DEIXA TRILHA "REMESSA" EM
      *        LOG003 (A REVISAO DE CONFLITOS USP009 CRUZA COM QUEM
      *        APROVOU O MESMO TITULO NO CPP025).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CPPX024.

           COPY LOGX003.

           SELECT PAGAMENTO ASSIGN TO PATH-PAGAMENTO-W
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-PAGAMENTO.

           COPY CPPW024.

           COPY LOGW003.

       FD  PAGAMENTO
           LABEL RECORD IS OMITTED.
       01  REG-PAGAMENTO.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-CPD024             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PAGAMENTO          PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CPD020            PIC 9        VALUE ZEROS.
           05  VCTO-INI-PARM         PIC 9(8)     VALUE ZEROS.
           05  VCTO-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  NR-REMESSA-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-GERADOS-W        PIC 9(6)     VALUE ZEROS.
           05  QTDE-SEM-BANCO-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-PENDENTE-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(11)V99 VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-CPP035V.
      *    saldo em aberto do titulo pelo razao CPD025 (ver CPP035V)
           05  SEQ-CAIXA-SAL         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-SAL           PIC 9(2)     VALUE ZEROS.
           05  VALOR-TITULO-SAL      PIC 9(8)V99  VALUE ZEROS.
           05  DATA-PGTO-TITULO-SAL  PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-SAL          PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-SAL          PIC 9(8)     VALUE ZEROS.
           05  CPP035V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SALDO-SAL             PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-AMORTIZADO-SAL  PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-PAGO-SAL        PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PGTOS-SAL        PIC 9(3)     VALUE ZEROS.
           05  ULT-SEQ-PGTO-SAL      PIC 9(3)     VALUE ZEROS.
           05  DATA-ULT-PGTO-SAL     PIC 9(8)     VALUE ZEROS.
           05  PAGO-PERIODO-SAL      PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PERIODO-SAL      PIC 9(3)     VALUE ZEROS.

       01  PARAMETROS-USP007V.
      *    dupla aprovacao de campo protegido (USD006/USD007 - ver
      *    USP007V): "A" = registro com alteracao pendente ("20")
           05  FUNCAO-APR            PIC X(1)     VALUE SPACES.
           05  ARQUIVO-APR           PIC X(8)     VALUE SPACES.
           05  CAMPO-APR             PIC X(20)    VALUE SPACES.
           05  CHAVE-APR             PIC X(20)    VALUE SPACES.
           05  PROGRAMA-APR          PIC X(8)     VALUE SPACES.
           05  ANTERIOR-APR          PIC X(40)    VALUE SPACES.
           05  NOVO-APR              PIC X(40)    VALUE SPACES.
           05  DADOS-APR             PIC X(100)   VALUE SPACES.
           05  MOTIVO-APR            PIC X(30)    VALUE SPACES.
           05  USUARIO-APR           PIC X(5)     VALUE SPACES.
           05  NR-SOLIC-APR          PIC 9(8)     VALUE ZEROS.
           05  DATA-EXPIRA-APR       PIC 9(8)     VALUE ZEROS.
           05  USP007V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  FILLER                PIC X(31)   VALUE
               "VALOR TOTAL..................: ".
           05  VALOR-RES             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINRES5.
           05  FILLER                PIC X(31)   VALUE
               "ALTERACAO BANCARIA PENDENTE..: ".
           05  QTDE-PEND-RES         PIC ZZZZZ9  VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD023" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD023.
           MOVE "CPD024" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD024.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN INPUT CPD020.
           IF   ST-CPD024 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD024: " ST-CPD024
                MOVE 1 TO ERRO-W.
           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.


      *----------------------------------------------------------------
      *    GERA-REMESSA - varredura completa do CPD020: titulo
      *    aprovado, com saldo em aberto e na faixa de vencimento
      *    entra pelo saldo com os dados bancarios do CPD023; sem
      *    cadastro bancario o titulo sai listado e fica de fora
      *    (ninguem digita conta no chute).
      *----------------------------------------------------------------
       GERA-REMESSA SECTION.
           READ CPD020 NEXT RECORD
           OR   DATA-VCTO-CP20 GREATER VCTO-FIM-PARM
                GO TO GERA-REMESSA-EXIT.

           MOVE SEQ-CAIXA-CP20  TO SEQ-CAIXA-SAL.
           MOVE PARCELA-CP20    TO PARCELA-SAL.
           MOVE VALOR-CP20      TO VALOR-TITULO-SAL.
           MOVE DATA-PGTO-CP20  TO DATA-PGTO-TITULO-SAL.
           MOVE ZEROS           TO DATA-INI-SAL DATA-FIM-SAL.
           CALL "CPP035V" USING PARAMETROS-CPP035V.
           IF   SALDO-SAL EQUAL ZEROS
                GO TO GERA-REMESSA-EXIT.

           MOVE FORNECEDOR-CP20 TO FORNECEDOR-CP23.
           READ CPD023
               INVALID KEY
                PERFORM IMPRIME-LINHA
                GO TO GERA-REMESSA-EXIT.

           MOVE "A"             TO FUNCAO-APR.
           MOVE "CPD023"        TO ARQUIVO-APR.
           MOVE SPACES          TO CHAVE-APR.
           MOVE FORNECEDOR-CP20 TO CHAVE-APR(1:6).
           CALL "USP007V" USING PARAMETROS-USP007V.
           IF   USP007V-RETORNO NOT EQUAL "20"
                MOVE "A"        TO FUNCAO-APR
                MOVE "CCD115"   TO ARQUIVO-APR
                CALL "USP007V" USING PARAMETROS-USP007V.
           IF   USP007V-RETORNO EQUAL "20"
                ADD 1 TO QTDE-PENDENTE-W
                MOVE "ALTERACAO BANCO PENDENTE" TO OCORRENCIA-REL
                PERFORM IMPRIME-LINHA
                GO TO GERA-REMESSA-EXIT.

           MOVE SEQ-CAIXA-CP20   TO SEQ-PAG.
           MOVE PARCELA-CP20     TO PARCELA-PAG.
           MOVE FORNECEDOR-CP20  TO FORNECEDOR-PAG.
           MOVE DIG-CONTA-CP23   TO DIG-CONTA-PAG.
           MOVE CPF-CNPJ-CP23    TO CPF-CNPJ-PAG.
           MOVE DATA-VCTO-CP20   TO DATA-VCTO-PAG.
           MOVE SALDO-SAL        TO VALOR-PAG.
           WRITE REG-PAGAMENTO.
           PERFORM GRAVA-LOG-REMESSA.

           ADD 1           TO QTDE-GERADOS-W.
           ADD SALDO-SAL   TO VALOR-TOTAL-W.
           MOVE "NA REMESSA" TO OCORRENCIA-REL.
           PERFORM IMPRIME-LINHA.

       GERA-REMESSA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-REMESSA - trilha do titulo remetido em LOG003,
      *    pela chave do CPD020 como no CPP025; titulos na mesma
      *    rodada colidem no horario, dai o GRAVA-LOG-FISICA.
      *----------------------------------------------------------------
       GRAVA-LOG-REMESSA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "REMESSA"          TO LOG3-OPERACAO.
           MOVE "CPD020"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE SEQ-CAIXA-CP20     TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CP20       TO LOG3-CHAVE-REG(7:2).
           MOVE "VALOR-PAG"        TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SALDO-SAL          TO VALOR-EXIBE-W.
           MOVE VALOR-EXIBE-W      TO LOG3-VALOR-ATUAL(1:17).
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-REMESSA-EXIT. EXIT.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

       REGISTRA-REMESSA SECTION.
           MOVE ZEROS TO NR-REMESSA-W FIM-CPD024-W NR-REMESSA-CP24.
           START CPD024 KEY IS NOT LESS NR-REMESSA-CP24
           MOVE PARCELA-CP20    TO PARCELA-REL.
           MOVE FORNECEDOR-CP20 TO FORNECEDOR-REL.
           MOVE DATA-VCTO-CP20  TO VCTO-REL.
           MOVE SALDO-SAL       TO VALOR-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

           WRITE REG-RELAT FROM LINRES3.
           MOVE VALOR-TOTAL-W   TO VALOR-RES.
           WRITE REG-RELAT FROM LINRES4.
           MOVE QTDE-PENDENTE-W TO QTDE-PEND-RES.
           WRITE REG-RELAT FROM LINRES5.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           ADD 5 TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE CPD020 CPD023 CPD024 PAGAMENTO RELAT LOG003.

       END PROGRAM CPP030.
