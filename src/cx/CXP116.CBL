      *        LIQUIDO E O DEBITO DA TAXA (CADA UM NA SUA CONTA
      *        REDUZIDA) E LISTA AS LINHAS DO ARQUIVO QUE NAO CASARAM
      *        E AS DIFERENCAS DE BRUTO - O MESMO LACO FECHADO DO
      *        RETORNO DE BOLETO CXP104. PARCELA DE CARTAO LIQUIDADA
      *        QUE PAGOU PARCELA DO COD044 RECEBE NUMERO DE RECIBO NO
      *        COD063 (COP081V, SO NUMERADO - A VIA SAI PELO COP081).
      *        PARCELA ESTORNADA POR CHARGEBACK ANTES DO CREDITO
      *        (CXP132) NAO E LIQUIDADA - SAI NA LISTA DE EXCECAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CXPX100.

           COPY COPX044.

           SELECT LIQUIDACAO ASSIGN TO PATH-LIQUIDACAO-W
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-LIQUIDACAO.

           COPY CXPW100.

           COPY COPW044.

       FD  LIQUIDACAO
           LABEL RECORD IS OMITTED.
       01  REG-LIQUIDACAO.
           05  ST-CXD106             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-LIQUIDACAO         PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  SEM-COD044-W          PIC 9        VALUE ZEROS.
      *    SEM-COD044-W = 1 sem parcelas de contrato (status 35): o
      *    recibo sai sem vencimento/valor da parcela
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-LIQUIDACAO        PIC 9        VALUE ZEROS.
              88  FIM-LIQUIDACAO-TRUE   VALUE 1.
           05  QTDE-SEM-VENDA-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES4.
           05  FILLER                PIC X(31)   VALUE
               "JA LIQUIDADAS/ESTORNADAS.....: ".
           05  QTDE-JA-LIQUID-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES5.
           05  FILLER                PIC X(31)   VALUE
               "TOTAL DE TAXAS...............: ".
           05  TOTAL-TAXA-REL        PIC Z(8).ZZ9,99 VALUE ZEROS.

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
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "CXD106" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD106.
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "COD044" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD044.
           CLOSE CONTROLE.

           OPEN I-O CXD106.
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           OPEN INPUT COD044.
           IF   ST-COD044 EQUAL "35"
                MOVE 1 TO SEM-COD044-W
           ELSE
                IF   ST-COD044 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD044: " ST-COD044
                     MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
                PERFORM IMPRIME-LINHA
                GO TO PROCESSA-LIQUIDACAO-EXIT.

      *    estornada antes do credito: a recuperacao, se houver, e
      *    lancada pelo CXP132 no resultado da disputa
           IF   SITUACAO-CX106 EQUAL 2
                ADD 1 TO QTDE-JA-LIQUID-W
                MOVE "ESTORNADA - CHARGEBACK" TO OCORRENCIA-REL
                PERFORM IMPRIME-LINHA
                GO TO PROCESSA-LIQUIDACAO-EXIT.

           COMPUTE VALOR-TAXA-W =
                   VALOR-BRUTO-CX106 - VALOR-LIQUIDO-IMP.
           MOVE 1                 TO SITUACAO-CX106.
                ADD VALOR-TAXA-CX106 TO TOTAL-TAXA-W
                PERFORM LANCA-DEBITO-TAXA.

           MOVE SPACES TO COP081V-RETORNO.
           IF   NR-CONTRATO-CX106 NOT EQUAL ZEROS
                PERFORM NUMERA-RECIBO.

           IF   VALOR-BRUTO-IMP NOT EQUAL VALOR-BRUTO-CX106
                MOVE "BRUTO DIVERGE DO REGISTRO" TO OCORRENCIA-REL
           ELSE
                IF   COP081V-RETORNO EQUAL "00"
                     MOVE SPACES TO OCORRENCIA-REL
                     STRING "LIQUIDADA - REC " NR-RECIBO-RB
                            DELIMITED BY SIZE INTO OCORRENCIA-REL
                ELSE
                     MOVE "LIQUIDADA" TO OCORRENCIA-REL.
           PERFORM IMPRIME-LINHA.

       PROCESSA-LIQUIDACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    NUMERA-RECIBO - parcela de cartao que pagou parcela do
      *    COD044 ganha recibo no COD063, so numerado (lote); o valor
      *    e o bruto desta parcela de cartao, pago na data da venda.
      *----------------------------------------------------------------
       NUMERA-RECIBO SECTION.
           MOVE "N"                  TO MODO-RB.
           MOVE NR-CONTRATO-CX106    TO NR-CONTRATO-RB.
           MOVE PARCELA-CO44-CX106   TO PARCELA-RB.
           MOVE SPACES               TO CURSO-RB TURMA-RB.
           MOVE ZEROS                TO DATA-VCTO-RB VALOR-PARCELA-RB.
           IF   SEM-COD044-W EQUAL 0
                MOVE NR-CONTRATO-CX106  TO NR-CONTRATO-CO44
                MOVE PARCELA-CO44-CX106 TO PARCELA-CO44
                READ COD044
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CURSO-CO44     TO CURSO-RB
                        MOVE TURMA-CO44     TO TURMA-RB
                        MOVE DATA-VCTO-CO44 TO DATA-VCTO-RB
                        MOVE VALOR-CO44     TO VALOR-PARCELA-RB
                END-READ.
           MOVE DATA-VENDA-CX106     TO DATA-PGTO-RB.
           MOVE ZEROS                TO VALOR-JUROS-RB VALOR-MULTA-RB
                                        VALOR-ABONADO-RB
                                        VALOR-CREDITO-RB
                                        VALOR-SOBRA-RB.
           MOVE VALOR-BRUTO-CX106    TO VALOR-PAGO-RB.
           MOVE 3                    TO FORMA-PGTO-RB.
           MOVE SPACES               TO DOCUMENTO-RB.
           STRING "NSU" NSU-CX106 " P" PARCELA-CARTAO-CX106 "/"
                  QTDE-PARCELAS-CX106
                  DELIMITED BY SIZE INTO DOCUMENTO-RB.
           MOVE "CXP116"             TO PROGRAMA-RB.
           MOVE USUARIO-PARM         TO USUARIO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.

       NUMERA-RECIBO-EXIT. EXIT.

       LOCALIZA-VENDA SECTION.
           MOVE ZEROS TO ENCONTRADA-W FIM-BUSCA-W.
           MOVE NSU-IMP     TO NSU-CX106.
           MOVE REDUZ-CREDITO-PARM TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM  TO CONTA-CAIXA-CX100.
           MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           PERFORM GRAVA-LCTO-CAIXA.

       LANCA-CREDITO-LIQUIDO-EXIT. EXIT.
           MOVE REDUZ-TAXA-PARM   TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM  TO CONTA-CAIXA-CX100.
           MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           PERFORM GRAVA-LCTO-CAIXA.

       LANCA-DEBITO-TAXA-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE CXD106 CXD100 LIQUIDACAO RELAT.
           IF   SEM-COD044-W EQUAL 0
                CLOSE COD044.

       END PROGRAM CXP116.
