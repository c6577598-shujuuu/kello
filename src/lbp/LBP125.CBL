      *        DO LBD030 ATUALIZADO, O PEDIDO FICA PARCIAL OU
      *        RECEBIDO, E O TITULO DO VALOR RECEBIDO NASCE EM CPD020
      *        (DOCUMENTO "PC" + PEDIDO, PENDENTE DE APROVACAO NO
      *        CPP025) REFERENCIANDO O PEDIDO. INFORMADA A NOTA
      *        FISCAL DO FORNECEDOR, ELA VIRA O DOCUMENTO DO TITULO E
      *        PASSA PELA CONFERENCIA DE NOTA EM DOBRO DO CPP032V:
      *        NOTA JA LANCADA PARA O FORNECEDOR RECUSA O RECEBIMENTO
      *        ANTES DE MEXER NO ESTOQUE; TITULO DE MESMO VALOR E
      *        VENCIMENTO PROXIMO SO E GERADO COM CONFIRMACAO.
      *        CADA ITEM RECEBIDO PEDE O LOTE E A VALIDADE DO
      *        FABRICANTE E ABRE O LOTE NO LBD041 COM A CHAVE DA
      *        ENTRADA, PARA O CONSUMO PEPS DA BAIXA LBP112V.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LBPX036.

           COPY LBPX041.

           COPY LBPX037.

           COPY CPPX020.

           COPY LBPW036.

           COPY LBPW041.

           COPY LBPW037.

           COPY CPPW020.
           05  ST-LBD031             PIC XX       VALUE SPACES.
           05  ST-LBD036             PIC XX       VALUE SPACES.
           05  ST-LBD037             PIC XX       VALUE SPACES.
           05  ST-LBD041             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  DATA-RECEB-PARM       PIC 9(8)     VALUE ZEROS.
           05  VCTO-TITULO-PARM      PIC 9(8)     VALUE ZEROS.
           05  REDUZ-TITULO-PARM     PIC 9(5)     VALUE ZEROS.
           05  NOTA-FISCAL-PARM      PIC X(10)    VALUE SPACES.
           05  RESP-DUP-W            PIC X        VALUE SPACES.
           05  QTDE-CHEGOU-W         PIC 9(7)V99  VALUE ZEROS.
           05  LOTE-W                PIC X(15)    VALUE SPACES.
           05  VALIDADE-W            PIC 9(8)     VALUE ZEROS.
           05  VALOR-RECEBIDO-W      PIC 9(11)V99 VALUE ZEROS.
           05  TEM-PENDENTE-W        PIC 9        VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(4)     VALUE ZEROS.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CPP032V.
      *    nota de fornecedor em dobro (ver CPP032V): "01" = nota ja
      *    lancada, recusa; "02" = mesmo valor e vencimento proximo,
      *    pede confirmacao; "99" = CPD020 indisponivel, segue
           05  FORNECEDOR-DUP        PIC 9(6)     VALUE ZEROS.
           05  NR-DOCTO-DUP          PIC X(10)    VALUE SPACES.
           05  VALOR-DUP             PIC 9(8)V99  VALUE ZEROS.
           05  DATA-VCTO-DUP         PIC 9(8)     VALUE ZEROS.
           05  SEQ-CAIXA-DUP         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-DUP           PIC 9(2)     VALUE ZEROS.
           05  CPP032V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SEQ-ACHADO-DUP        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-ACHADO-DUP    PIC 9(2)     VALUE ZEROS.
           05  DATA-VCTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           MOVE "LBD031" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD031.
           MOVE "LBD036" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD036.
           MOVE "LBD037" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD037.
           MOVE "LBD041" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD041.
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.
           IF   ST-LBD037 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD037: " ST-LBD037
                MOVE 1 TO ERRO-W.
           OPEN I-O LBD041.
           IF   ST-LBD041 EQUAL "35"
                OPEN OUTPUT LBD041
                CLOSE LBD041
                OPEN I-O LBD041.
           IF   ST-LBD041 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LBD041: " ST-LBD041
                MOVE 1 TO ERRO-W.
           OPEN I-O CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
           DISPLAY "CONTA REDUZIDA DO TITULO.............: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-TITULO-PARM.
           DISPLAY "NOTA FISCAL DO FORNECEDOR (BRANCO=SEM): "
               WITH NO ADVANCING.
           ACCEPT NOTA-FISCAL-PARM.

      *    a nota ja lancada e' recusada aqui, antes de qualquer
      *    entrada no estoque; o valor ainda nao e' conhecido, entao
      *    so' o documento e' conferido nesta hora
           IF   NOTA-FISCAL-PARM EQUAL SPACES
                GO TO SOLICITA-PARAMETROS-EXIT.
           MOVE FORNECEDOR-LB36  TO FORNECEDOR-DUP.
           MOVE NOTA-FISCAL-PARM TO NR-DOCTO-DUP.
           MOVE ZEROS            TO VALOR-DUP SEQ-CAIXA-DUP
                                    PARCELA-DUP.
           MOVE VCTO-TITULO-PARM TO DATA-VCTO-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
                DISPLAY "NOTA JA LANCADA PARA O FORNECEDOR - TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                        " VCTO " DATA-VCTO-ACHADO-DUP
                        " PGTO " DATA-PGTO-ACHADO-DUP
                DISPLAY "RECEBIMENTO RECUSADO."
                MOVE 1 TO ERRO-W.

       SOLICITA-PARAMETROS-EXIT. EXIT.

           IF   QTDE-CHEGOU-W EQUAL ZEROS
                MOVE 1 TO TEM-PENDENTE-W
                GO TO RECEBE-UM-ITEM-EXIT.
           DISPLAY "  LOTE DO FABRICANTE (BRANCO=SEM).....: "
               WITH NO ADVANCING.
           ACCEPT LOTE-W.
           DISPLAY "  VALIDADE DO LOTE (AAAAMMDD, 0=SEM)..: "
               WITH NO ADVANCING.
           ACCEPT VALIDADE-W.

           PERFORM LANCA-ENTRADA-ESTOQUE.

           PERFORM GRAVA-ENTRADA-FISICA
                   UNTIL MOV-GRAVADO-W EQUAL 1
                      OR SEQ-LB31 GREATER 9998.
           IF   MOV-GRAVADO-W EQUAL 1
                PERFORM ABRE-LOTE.

           MOVE CODIGO-LB37 TO CODIGO-LB30.
           READ LBD030

       LANCA-ENTRADA-ESTOQUE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ABRE-LOTE - lote da entrada no LBD041 com a chave do
      *    LBD031 gravado, como no LBP111.
      *----------------------------------------------------------------
       ABRE-LOTE SECTION.
           IF   LOTE-W EQUAL SPACES
                GO TO ABRE-LOTE-EXIT.
           MOVE ITEM-LB31       TO ITEM-LB41.
           MOVE DATA-MOVTO-LB31 TO DATA-ENTRADA-LB41.
           MOVE SEQ-LB31        TO SEQ-ENTRADA-LB41.
           MOVE LOTE-W          TO LOTE-LB41.
           MOVE VALIDADE-W      TO VALIDADE-LB41.
           MOVE QTDE-CHEGOU-W   TO QTDE-ENTRADA-LB41 SALDO-LB41.
           MOVE 0               TO SITUACAO-LB41.
           MOVE USUARIO-PARM    TO USUARIO-LB41.
           WRITE REG-LBD041
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO LBD041: " ST-LBD041
           END-WRITE.

       ABRE-LOTE-EXIT. EXIT.

       GRAVA-ENTRADA-FISICA SECTION.
           WRITE REG-LBD031
               INVALID KEY

      *----------------------------------------------------------------
      *    GERA-TITULO-COMPRA - titulo do valor recebido em CPD020,
      *    pendente de aprovacao (CPP025), documento = nota fiscal
      *    do fornecedor ou, sem ela, "PC" + pedido;
      *    a sequencia nova sai da varredura completa, como no COP054.
      *----------------------------------------------------------------
       GERA-TITULO-COMPRA SECTION.
           MOVE PEDIDO-PARM TO PEDIDO-DOCTO-W.
           MOVE FORNECEDOR-LB36  TO FORNECEDOR-DUP.
           MOVE NOTA-FISCAL-PARM TO NR-DOCTO-DUP.
           MOVE VALOR-RECEBIDO-W TO VALOR-DUP.
           MOVE VCTO-TITULO-PARM TO DATA-VCTO-DUP.
           MOVE ZEROS            TO SEQ-CAIXA-DUP PARCELA-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
                DISPLAY "NOTA JA LANCADA PARA O FORNECEDOR - TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                DISPLAY "TITULO NAO GERADO."
                GO TO GERA-TITULO-COMPRA-EXIT.
           IF   CPP032V-RETORNO EQUAL "02"
                DISPLAY "SUSPEITA DE DUPLICIDADE: TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                        " DO FORNECEDOR, MESMO VALOR, VCTO "
                        DATA-VCTO-ACHADO-DUP " PGTO "
                        DATA-PGTO-ACHADO-DUP
                DISPLAY "GERA O TITULO MESMO ASSIM (S/N)........: "
                    WITH NO ADVANCING
                ACCEPT RESP-DUP-W
                IF   RESP-DUP-W NOT EQUAL "S"
                AND  RESP-DUP-W NOT EQUAL "s"
                     DISPLAY "TITULO NAO GERADO - LANCAR PELO CONTAS"
                             " A PAGAR DEPOIS DA CONFERENCIA."
                     GO TO GERA-TITULO-COMPRA-EXIT.

           MOVE ZEROS TO ULT-SEQ-CAIXA-W FIM-CPD020-W.
           MOVE ZEROS TO SEQ-CAIXA-CP20 PARCELA-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
           STRING "COMPRA LAB PEDIDO " PEDIDO-PARM
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE SPACES           TO NR-DOCTO-CP20.
           IF   NOTA-FISCAL-PARM EQUAL SPACES
                MOVE DOCTO-PEDIDO-W   TO NR-DOCTO-CP20
           ELSE
                MOVE NOTA-FISCAL-PARM TO NR-DOCTO-CP20.
           MOVE VALOR-RECEBIDO-W TO VALOR-CP20.
           MOVE FORNECEDOR-LB36  TO FORNECEDOR-CP20.
           MOVE 0                TO SIT-APROV-CP20.
           MOVE SPACES           TO APROVADOR-CP20.
           MOVE ZEROS            TO DATA-APROV-CP20.
           MOVE "P"              TO TIPO-TITULO-CP20.
           MOVE ZEROS              TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE LBD030 LBD031 LBD036 LBD037 LBD041 CPD020 LOG003.

       END PROGRAM LBP125.
