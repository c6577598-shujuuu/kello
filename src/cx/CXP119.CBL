      *        OS IDENTIFICADORES GERADOS NO CXD107 (CXP118): CASANDO
      *        PELO TXID, BAIXA A PARCELA NO COD044 (DATA/VALOR PAGO),
      *        LANCA O CREDITO NO CXD100 E CARIMBA O RECEBIMENTO NO
      *        CXD107; O QUE NAO CASA (TXID DESCONHECIDO, REPETICAO)
      *        SAI LISTADO PARA TRATAMENTO MANUAL.
      *        E O MESMO LACO FECHADO DO RETORNO DE BOLETO CXP104, NA
      *        PERNA PIX. CADA BAIXA RECEBE NUMERO DE RECIBO NO COD063
      *        (COP081V, SO NUMERADO - A VIA SAI PELO COP081), IMPRESSO
      *        NA LINHA DO RELATORIO. PIX QUE CHEGA PARA PARCELA JA
      *        BAIXADA POR OUTRO CANAL E CREDITADO NO CAIXA E GANHA
      *        RECIBO PROPRIO SEM REBAIXAR A PARCELA - O EXCESSO FICA
      *        PARA A CONCILIACAO DE DUPLICIDADE (COP091).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  QTDE-REPETIDOS-REL    PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES5.
           05  FILLER                PIC X(31)   VALUE
               "JA BAIXADA (DUPLICIDADE).....: ".
           05  QTDE-JA-PAGAS-REL     PIC ZZZZZ9  VALUE ZEROS.
       01  LINRES6.
           05  FILLER                PIC X(31)   VALUE
               "TOTAL CREDITADO NO CAIXA.....: ".
           05  TOTAL-RECEBIDO-REL    PIC Z(8).ZZ9,99 VALUE ZEROS.

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
           END-READ.

           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
                PERFORM REGISTRA-DUPLICIDADE
                GO TO PROCESSA-RETORNO-EXIT.

           MOVE DATA-RECEB-IMP  TO DATA-PGTO-CO44.
           END-REWRITE.

           PERFORM LANCA-CREDITO-PIX.
           PERFORM NUMERA-RECIBO.
           ADD 1               TO QTDE-BAIXADOS-W.
           ADD VALOR-RECEB-IMP TO TOTAL-RECEBIDO-W.
           MOVE SPACES TO OCORRENCIA-REL.
           IF   COP081V-RETORNO EQUAL "00"
                STRING "BAIXADA - RECIBO " NR-RECIBO-RB
                       DELIMITED BY SIZE INTO OCORRENCIA-REL
           ELSE
                MOVE "BAIXADA - SEM RECIBO" TO OCORRENCIA-REL.
           PERFORM IMPRIME-LINHA.

       PROCESSA-RETORNO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-DUPLICIDADE - PIX de parcela ja baixada por outro
      *    canal: o dinheiro entrou, entao o txid e carimbado, o caixa
      *    e creditado e o pagamento ganha recibo proprio no COD063,
      *    sem tocar a baixa do COD044. O excesso e apurado e tratado
      *    na conciliacao de duplicidade (COP091).
      *----------------------------------------------------------------
       REGISTRA-DUPLICIDADE SECTION.
           ADD 1 TO QTDE-JA-PAGAS-W.
           MOVE 1               TO SITUACAO-CX107.
           MOVE DATA-RECEB-IMP  TO DATA-RECEB-CX107.
           MOVE VALOR-RECEB-IMP TO VALOR-RECEB-CX107.
           REWRITE REG-CXD107
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD107: " ST-CXD107
           END-REWRITE.

           PERFORM LANCA-CREDITO-PIX.
           PERFORM NUMERA-RECIBO.
           ADD VALOR-RECEB-IMP TO TOTAL-RECEBIDO-W.
           MOVE SPACES TO OCORRENCIA-REL.
           IF   COP081V-RETORNO EQUAL "00"
                STRING "JA BAIXADA-DUPLIC REC " NR-RECIBO-RB
                       DELIMITED BY SIZE INTO OCORRENCIA-REL
           ELSE
                MOVE "JA BAIXADA-DUPLIC SEM RECIBO" TO OCORRENCIA-REL.
           PERFORM IMPRIME-LINHA.

       REGISTRA-DUPLICIDADE-EXIT. EXIT.

       LANCA-CREDITO-PIX SECTION.
           MOVE DATA-RECEB-IMP    TO DATA-MOV-CX100.
           MOVE 1                 TO SEQ-CX100.
           MOVE REDUZ-CREDITO-PARM TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM      TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM  TO CONTA-CAIXA-CX100.
           MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1

       LANCA-CREDITO-PIX-EXIT. EXIT.

      *----------------------------------------------------------------
      *    NUMERA-RECIBO - recibo da baixa PIX no COD063, so numerado
      *    (lote sem impressora de balcao; a via sai pelo COP081).
      *----------------------------------------------------------------
       NUMERA-RECIBO SECTION.
           MOVE "N"              TO MODO-RB.
           MOVE NR-CONTRATO-CO44 TO NR-CONTRATO-RB.
           MOVE PARCELA-CO44     TO PARCELA-RB.
           MOVE CURSO-CO44       TO CURSO-RB.
           MOVE TURMA-CO44       TO TURMA-RB.
           MOVE DATA-VCTO-CO44   TO DATA-VCTO-RB.
           MOVE DATA-RECEB-IMP   TO DATA-PGTO-RB.
           MOVE VALOR-CO44       TO VALOR-PARCELA-RB.
           MOVE ZEROS            TO VALOR-JUROS-RB VALOR-MULTA-RB
                                    VALOR-ABONADO-RB VALOR-CREDITO-RB
                                    VALOR-SOBRA-RB.
           MOVE VALOR-RECEB-IMP  TO VALOR-PAGO-RB.
           MOVE 4                TO FORMA-PGTO-RB.
           MOVE TXID-IMP         TO DOCUMENTO-RB.
           MOVE "CXP119"         TO PROGRAMA-RB.
           MOVE USUARIO-PARM     TO USUARIO-RB.
           CALL "COP081V" USING PARAMETROS-COP081V.

       NUMERA-RECIBO-EXIT. EXIT.

       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
