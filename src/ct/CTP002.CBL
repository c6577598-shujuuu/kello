      *        (3) RETENCOES DO MES CALCULADAS NO CCD112 (CCP115);
      *        (4) RECORRENTES ATIVOS DO CPD022 GERADOS NO MES
      *        (CPP028); (5) CONCILIACAO SEM PENDENCIA NO CXD102
      *        (CXP106); (6) FOTOGRAFIA DA CARTEIRA A RECEBER DO MES
      *        GRAVADA NO COD061 (COP078) - ESTA SEM O ARQUIVO FICA
      *        PENDENTE, NAO EM BRANCO. SO COM TUDO VERDE O MES E
      *        FECHADO NO CTD001
      *        (MESMA GRAVACAO DO CTP001, COM TRILHA EM LOG003) E SAI
      *        O CERTIFICADO ASSINAVEL COM CADA ITEM E QUEM RODOU.
      *        COM PENDENCIA, O FECHAMENTO E RECUSADO E A LISTA DO

           COPY CXPX102.

           COPY COPX061.

           COPY CTPX001.

           COPY LOGX003.

           COPY CXPW102.

           COPY COPW061.

           COPY CTPW001.

           COPY LOGW003.
           05  ST-CCD112             PIC XX       VALUE SPACES.
           05  ST-CPD022             PIC XX       VALUE SPACES.
           05  ST-CXD102             PIC XX       VALUE SPACES.
           05  ST-COD061             PIC XX       VALUE SPACES.
           05  ST-CTD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  SEM-SPD001-W          PIC 9        VALUE ZEROS.
           05  SEM-CCD112-W          PIC 9        VALUE ZEROS.
           05  SEM-CPD022-W          PIC 9        VALUE ZEROS.
           05  SEM-CXD102-W          PIC 9        VALUE ZEROS.
           05  SEM-COD061-W          PIC 9        VALUE ZEROS.
      *    SEM-xxx-W = 1 quando o arquivo do item ainda nao existe na
      *    empresa (status 35): a conferencia correspondente passa em
      *    branco, como antes do modulo existir
           05  QTDE-RETENCOES-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-RECOR-PEND-W     PIC 9(4)     VALUE ZEROS.
           05  QTDE-CONC-PEND-W      PIC 9(6)     VALUE ZEROS.
           05  FOTO-CARTEIRA-W       PIC 9        VALUE ZEROS.
           05  DATA-FOTO-W           PIC 9(8)     VALUE ZEROS.
           05  QTDE-PENDENCIAS-W     PIC 9(2)     VALUE ZEROS.
           05  ACHOU-DIA-W           PIC 9        VALUE ZEROS.
           05  DIA-IDX-W             PIC 9(2)     VALUE ZEROS.
           MOVE "CCD112" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD112.
           MOVE "CPD022" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD022.
           MOVE "CXD102" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD102.
           MOVE "COD061" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD061.
           MOVE "CTD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD001.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.
                IF   ST-CXD102 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA CXD102: " ST-CXD102
                     MOVE 1 TO ERRO-W.
           OPEN INPUT COD061.
           IF   ST-COD061 EQUAL "35"
                MOVE 1 TO SEM-COD061-W
           ELSE
                IF   ST-COD061 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA COD061: " ST-COD061
                     MOVE 1 TO ERRO-W.
           OPEN I-O CTD001.
           IF   ST-CTD001 EQUAL "35"
                CLOSE CTD001       OPEN OUTPUT CTD001
           PERFORM CHECA-RETENCOES.
           PERFORM CHECA-RECORRENTES.
           PERFORM CHECA-CONCILIACAO.
           PERFORM CHECA-FOTO-CARTEIRA.

           MOVE ZEROS TO QTDE-PENDENCIAS-W.
           IF   QTDE-DIAS-SEM-FEC-W GREATER ZEROS
                ADD 1 TO QTDE-PENDENCIAS-W.
           IF   QTDE-CONC-PEND-W GREATER ZEROS
                ADD 1 TO QTDE-PENDENCIAS-W.
           IF   FOTO-CARTEIRA-W EQUAL ZEROS
                ADD 1 TO QTDE-PENDENCIAS-W.

       EXECUTA-CHECKLIST-EXIT. EXIT.


       LE-CXD102-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CHECA-FOTO-CARTEIRA - registro de controle do mes (contrato
      *    000000) gravado pelo COP078 no COD061; sem o arquivo a
      *    fotografia conta como nao tirada.
      *----------------------------------------------------------------
       CHECA-FOTO-CARTEIRA SECTION.
           MOVE ZEROS TO FOTO-CARTEIRA-W DATA-FOTO-W.
           IF   SEM-COD061-W EQUAL 1
                GO TO CHECA-FOTO-CARTEIRA-EXIT.
           MOVE ANOMES-PARM TO MESANO-CO61.
           MOVE ZEROS       TO NR-CONTRATO-CO61 PARCELA-CO61.
           READ COD061
               INVALID KEY
                   GO TO CHECA-FOTO-CARTEIRA-EXIT
           END-READ.
           MOVE 1              TO FOTO-CARTEIRA-W.
           MOVE DATA-FOTO-CO61 TO DATA-FOTO-W.

       CHECA-FOTO-CARTEIRA-EXIT. EXIT.

       IMPRIME-CERTIFICADO SECTION.
           PERFORM CABECALHO.

                MOVE " LINHAS PENDENTES" TO DETALHE-CHK-REL(7:17).
           WRITE REG-RELAT FROM LINCHK.

           MOVE "6. FOTOGRAFIA DA CARTEIRA A RECEBER (COP078)"
             TO ITEM-CHK-REL.
           IF   FOTO-CARTEIRA-W EQUAL 1
                MOVE "OK"       TO RESULT-CHK-REL
                MOVE SPACES     TO DETALHE-CHK-REL
                MOVE "GRAVADA EM " TO DETALHE-CHK-REL(1:11)
                MOVE DATA-FOTO-W   TO DETALHE-CHK-REL(12:8)
           ELSE
                MOVE "PENDENTE" TO RESULT-CHK-REL
                MOVE "SEM REGISTRO EM COD061" TO DETALHE-CHK-REL.
           WRITE REG-RELAT FROM LINCHK.

           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE SPACES TO TEXTO-REL.
           STRING "EXECUTADO POR " USUARIO-PARM
                CLOSE CPD022.
           IF   SEM-CXD102-W EQUAL 0
                CLOSE CXD102.
           IF   SEM-COD061-W EQUAL 0
                CLOSE COD061.

       END PROGRAM CTP002.
