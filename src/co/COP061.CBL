      *        DE MOVIMENTOS, COM TRILHA EM LOG003 NOS MOLDES DO
      *        COP048. OS CREDITOS NASCEM AUTOMATICAMENTE NO COP048
      *        (PAGAMENTO A MAIOR) E NO COP054 (SOBRA DE
      *        CANCELAMENTO); O RELATORIO MENSAL E O COP062. A
      *        PARCELA BAIXADA COM CREDITO SAI COM RECIBO NUMERADO
      *        (COP081V, FORMA 6-CREDITO DO CLIENTE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-COP081V.
      *    emissao do recibo de pagamento (COD063 - ver COP081V):
      *    "99" = registro indisponivel, a baixa vale sem recibo
           05  MODO-RB               PIC X        VALUE SPACES.
           05  NR-RECIBO-RB          PIC 9(8)     VALUE ZEROS.
           05  NR-CONTRATO-RB        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-RB            PIC 9(2)     VALUE ZEROS.
           05  CURSO-RB              PIC X(4)     VALUE SPACES.
           05  TURMA-RB              PIC X(3)     VALUE SPACES.
           05  DATA-VCTO-RB          PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-RB          PIC 9(8)     VALUE ZEROS.
           05  VALOR-PARCELA-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-JUROS-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-MULTA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ABONADO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CREDITO-RB      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PAGO-RB         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-SOBRA-RB        PIC 9(8)V99  VALUE ZEROS.
           05  FORMA-PGTO-RB         PIC 9        VALUE ZEROS.
           05  DOCUMENTO-RB          PIC X(25)    VALUE SPACES.
           05  PROGRAMA-RB           PIC X(8)     VALUE SPACES.
           05  USUARIO-RB            PIC X(5)     VALUE SPACES.
           05  MOTIVO-RB             PIC X(30)    VALUE SPACES.
           05  COP081V-RETORNO       PIC X(2)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           MOVE "APLICACAO EM PARCELA" TO HISTORICO-CO51.
           PERFORM GRAVA-MOVIMENTO.
           IF   MOV-GRAVADO-W EQUAL 1
                DISPLAY "PARCELA BAIXADA COM CREDITO."
                PERFORM EMITE-RECIBO.

       APLICA-CREDITO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EMITE-RECIBO - recibo numerado da baixa com credito,
      *    impresso na hora pelo COP081V.
      *----------------------------------------------------------------
       EMITE-RECIBO SECTION.
           MOVE "I"              TO MODO-RB.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-RB.
           MOVE PARCELA-CO44     TO PARCELA-RB.
           MOVE CURSO-CO44       TO CURSO-RB.
           MOVE TURMA-CO44       TO TURMA-RB.
           MOVE DATA-VCTO-CO44   TO DATA-VCTO-RB.
           MOVE DATA-PGTO-CO44   TO DATA-PGTO-RB.
           MOVE VALOR-CO44       TO VALOR-PARCELA-RB.
           MOVE ZEROS            TO VALOR-JUROS-RB VALOR-MULTA-RB
                                    VALOR-ABONADO-RB VALOR-SOBRA-RB.
           MOVE VALOR-CO44       TO VALOR-CREDITO-RB VALOR-PAGO-RB.
           MOVE 6                TO FORMA-PGTO-RB.
           MOVE SPACES           TO DOCUMENTO-RB.
           STRING "COD051 " DATA-MOV-CO51 "/" SEQ-CO51
                  DELIMITED BY SIZE INTO DOCUMENTO-RB.
           MOVE "COP061"         TO PROGRAMA-RB.
           MOVE USUARIO-PARM     TO USUARIO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.
           IF   COP081V-RETORNO EQUAL "00"
                DISPLAY "RECIBO No " NR-RECIBO-RB " IMPRESSO."
           ELSE
                DISPLAY "AVISO: BAIXA FEITA SEM RECIBO ("
                        COP081V-RETORNO ") - VER COD063.".

       EMITE-RECIBO-EXIT. EXIT.

       CONSULTA-SALDO SECTION.
           PERFORM SOLICITA-CLIENTE.
           PERFORM APURA-SALDO.
