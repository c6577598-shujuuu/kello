      *        CONFERIDO CONTRA O SALDO DO LIVRO, A SOBRA/FALTA E
      *        LANCADA NO CXD100 NA CONTA REDUZIDA DESIGNADA E A
      *        FOLHA DE CONTAGEM SAI ASSINAVEL NO RELATORIO. FALTAS
      *        POR OPERADOR NO MES EM CXP124. O LANCAMENTO DA SOBRA/
      *        FALTA LEVA O CENTRO DE CUSTO INFORMADO (VALIDADO PELO
      *        CXP127V; 000 = SEM CENTRO). COM AS SESSOES DE GAVETA
      *        DOS OPERADORES (CXD119 - VER CXP134), A CONTA DO DIA
      *        LISTA CADA SESSAO (FUNDO, ESPERADO, CONTADO E SOBRA/
      *        FALTA DO OPERADOR) E CONFERE A SOMA DO CONTADO NAS
      *        SESSOES ENCERRADAS CONTRA A CONTAGEM DA CONTA (CXD111).
      *        A CONTAGEM REGISTRADA FECHA O CAIXA DA CONTA NO DIA E
      *        DEIXA TRILHA "FECHAMENTO" EM LOG003 (CONTA + DATA
      *        FECHADA NA CHAVE) PARA A REVISAO DE CONFLITOS USP009.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CXPX111.

           COPY CXPX119.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.

           COPY CXPW111.

           COPY CXPW119.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CXD105             PIC XX       VALUE SPACES.
           05  ST-CXD103             PIC XX       VALUE SPACES.
           05  ST-CXD111             PIC XX       VALUE SPACES.
           05  ST-CXD119             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  HORA-LOG-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-LOG-W            PIC 9(8)     VALUE ZEROS.
           05  SOBRA-FALTA-ED-W      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  SEM-CXD119-W          PIC 9        VALUE ZEROS.
      *    SEM-CXD119-W = 1 sem sessoes de gaveta (status 35): o
      *    fechamento sai sem a conferencia por operador
           05  FIM-CXD119            PIC 9        VALUE ZEROS.
              88  FIM-CXD119-TRUE       VALUE 1.
           05  QTDE-SESSOES-W        PIC 9(3)     VALUE ZEROS.
           05  QTDE-SESSOES-ABERTAS-W PIC 9(3)    VALUE ZEROS.
           05  CONTADO-SESSOES-W     PIC 9(9)V99  VALUE ZEROS.
           05  SOBRA-FALTA-SESSOES-W PIC S9(9)V99 VALUE ZEROS.
           05  CONTADO-CONTA-W       PIC 9(9)V99  VALUE ZEROS.
           05  DIFERENCA-SESSOES-W   PIC S9(9)V99 VALUE ZEROS.
           05  CONTA-CONTADA-W       PIC 9        VALUE ZEROS.
           05  SEM-CXD103-W          PIC 9        VALUE ZEROS.
      *    SEM-CXD103-W = 1 sem o cadastro de contas (status 35): nao
      *    ha como saber se a conta e de dinheiro, a contagem nao roda
           05  SOBRA-FALTA-W         PIC S9(9)V99 VALUE ZEROS.
           05  CONTA-REDUZ-DIF-W     PIC 9(5)     VALUE ZEROS.
           05  TIPO-LCTO-DIF-W       PIC 9(2)     VALUE ZEROS.
           05  CENTRO-DIF-W          PIC 9(3)     VALUE ZEROS.
           05  VALOR-DIF-ABS-W       PIC 9(9)V99  VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
      *    usuario, parametros e paginas da tirada sao regravados
           05  PAGINAS-SPL           PIC 9(5)     VALUE ZEROS.

       01  PARAMETROS-CXP127V.
      *    cadastro de centros de custo (CXD113/CXP127V - ver CXP127):
      *    centro inexistente ou inativo e' recusado; "99" = cadastro
      *    ainda nao implantado, gravacao segue com o centro digitado
           05  CENTRO-VAL            PIC 9(3)     VALUE ZEROS.
           05  CXP127V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DESCRICAO-VAL         PIC X(30)    VALUE SPACES.

      *----------------------------------------------------------------
      *    TAB-CPD020-ABERTO - todos os CODREDUZ-APUR-CP20 de titulos
      *    ainda nao pagos (DATA-PGTO-CP20 = ZERO) em CPD020, carregada
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-DEVOLVIDO-REL   PIC Z(7).ZZ9,99 VALUE ZEROS.

       01  CAB05.
           05  FILLER                PIC X(100)  VALUE
           "SESS.  OPER.  SITUACAO          FUNDO        ESPERADO       
      -    " CONTADO     SOBRA/FALTA".

       01  LINSES.
           05  SESSAO-SES-REL        PIC 9(5)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  OPERADOR-SES-REL      PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  SITUACAO-SES-REL      PIC X(8)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  FUNDO-SES-REL         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  ESPERADO-SES-REL      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  CONTADO-SES-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  SOBRA-FALTA-SES-REL   PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINSES1.
           05  FILLER                PIC X(50)   VALUE
               "SESSOES DE GAVETA DOS OPERADORES DA CONTA".

       01  LINCTG1.
           05  FILLER                PIC X(40)   VALUE
               "CONTAGEM DE NUMERARIO POR DENOMINACAO".
                PERFORM TOTALIZA-CHEQUES UNTIL FIM-CXD105-TRUE
                PERFORM IMPRIME-RESUMO
                PERFORM CONTAGEM-NUMERARIO
                PERFORM CONFERE-SESSOES
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

           MOVE "CXD105" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD105.
           MOVE "CXD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD103.
           MOVE "CXD111" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD111.
           MOVE "CXD119" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD119.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

      *    CXD100 passou a I-O: a sobra/falta da contagem de
           IF   ST-CXD111 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD111: " ST-CXD111
                MOVE 1 TO ERRO-W.
           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.
           OPEN INPUT CXD119.
           IF   ST-CXD119 EQUAL "35"
                MOVE 1 TO SEM-CXD119-W
           ELSE
                IF   ST-CXD119 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA CXD119: " ST-CXD119
                     MOVE 1 TO ERRO-W.
           OPEN INPUT CGD001.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                END-IF
           END-IF.

      *    depreciacao/baixa de bem (conta 000) nao e caixa do dia
           IF   LCTO-NAO-CAIXA-CX100
                GO TO FECHAMENTO-CXD100-EXIT.

           ADD 1 TO QTDE-LCTOS-W.
           IF   TIPO-LCTO-CX100 LESS 50
                ADD VALOR-CX100 TO TOTAL-DEBITO-W
                         WITH NO ADVANCING
                END-IF
                ACCEPT TIPO-LCTO-DIF-W
                MOVE "01" TO CXP127V-RETORNO
                PERFORM SOLICITA-CENTRO-DIF
                    UNTIL CXP127V-RETORNO NOT EQUAL "01"
                      AND CXP127V-RETORNO NOT EQUAL "02"
                PERFORM LANCA-SOBRA-FALTA.

           MOVE TOTAL-CONTADO-W  TO TOTAL-CONTADO-CX111.
                   DISPLAY "ERRO GRAVACAO CXD111: " ST-CXD111
               NOT INVALID KEY
                   DISPLAY "CONTAGEM REGISTRADA."
                   PERFORM GRAVA-LOG-FECHAMENTO
           END-WRITE.

           PERFORM IMPRIME-FOLHA-CONTAGEM.

       CONTAGEM-NUMERARIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-FECHAMENTO - trilha da contagem que fecha a conta
      *    no dia: conta e data fechada na chave, sobra/falta no valor.
      *----------------------------------------------------------------
       GRAVA-LOG-FECHAMENTO SECTION.
           MOVE USUARIO-SPL        TO LOG3-USUARIO.
           ACCEPT HORA-LOG-W FROM TIME.
           ACCEPT DATA-LOG-W FROM DATE YYYYMMDD.
           MOVE DATA-LOG-W         TO LOG3-PERIODO(1:8).
           MOVE HORA-LOG-W         TO LOG3-PERIODO(9:6).
           MOVE "FECHAMENTO"       TO LOG3-OPERACAO.
           MOVE "CXD111"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CONTA-CX111        TO LOG3-CHAVE-REG(1:3).
           MOVE DATA-CX111         TO LOG3-CHAVE-REG(4:8).
           MOVE "SOBRA-FALTA-CX111" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE SOBRA-FALTA-W      TO SOBRA-FALTA-ED-W.
           MOVE SOBRA-FALTA-ED-W   TO LOG3-VALOR-ATUAL(1:15).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-LOG-FECHAMENTO-EXIT. EXIT.

       SOLICITA-CENTRO-DIF SECTION.
           DISPLAY "CENTRO DE CUSTO DA SOBRA/FALTA (000=SEM)...: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-DIF-W.
           MOVE CENTRO-DIF-W TO CENTRO-VAL.
           CALL "CXP127V" USING PARAMETROS-CXP127V.
           IF   CXP127V-RETORNO EQUAL "01"
           OR   CXP127V-RETORNO EQUAL "02"
                DISPLAY "CENTRO DE CUSTO INVALIDO OU INATIVO ("
                        CXP127V-RETORNO ") - VER CXP127.".

       SOLICITA-CENTRO-DIF-EXIT. EXIT.

       LANCA-SOBRA-FALTA SECTION.
           IF   SOBRA-FALTA-W GREATER ZEROS
                MOVE SOBRA-FALTA-W TO VALOR-DIF-ABS-W
           MOVE CONTA-REDUZ-DIF-W    TO CONTA-REDUZ-CX100.
           MOVE USUARIO-SPL          TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM     TO CONTA-CAIXA-CX100.
           MOVE CENTRO-DIF-W         TO CENTRO-CUSTO-CX100.
           MOVE ZEROS                TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1

       IMPRIME-FOLHA-CONTAGEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-SESSOES - as sessoes de gaveta abertas na conta e
      *    data do fechamento, uma por linha com o resultado de cada
      *    operador; a soma do contado nas sessoes encerradas tem de
      *    bater com a contagem da conta (CXD111) - o que nao bate e
      *    dinheiro que andou fora das gavetas. Sessao ainda aberta e
      *    apontada: o operador nao contou a gaveta.
      *----------------------------------------------------------------
       CONFERE-SESSOES SECTION.
           IF   CONTA-CAIXA-PARM EQUAL ZEROS
                GO TO CONFERE-SESSOES-EXIT.
           IF   SEM-CXD119-W EQUAL 1
                GO TO CONFERE-SESSOES-EXIT.

           MOVE ZEROS TO QTDE-SESSOES-W QTDE-SESSOES-ABERTAS-W
                         CONTADO-SESSOES-W SOBRA-FALTA-SESSOES-W
                         FIM-CXD119.
           MOVE CONTA-CAIXA-PARM     TO CONTA-CX119.
           MOVE DATA-FECHAMENTO-PARM TO DATA-CX119.
           MOVE ZEROS                TO NR-SESSAO-CX119.
           START CXD119 KEY IS NOT LESS ALT2-CX119
               INVALID KEY
                   GO TO CONFERE-SESSOES-EXIT
           END-START.

           IF   LIN GREATER 46
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINSES1 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB05.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.
           PERFORM LE-SESSAO UNTIL FIM-CXD119-TRUE.

           MOVE ZEROS TO CONTADO-CONTA-W CONTA-CONTADA-W.
           MOVE CONTA-CAIXA-PARM     TO CONTA-CX111.
           MOVE DATA-FECHAMENTO-PARM TO DATA-CX111.
           READ CXD111
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CONTA-CONTADA-W
                   MOVE TOTAL-CONTADO-CX111 TO CONTADO-CONTA-W
           END-READ.
           COMPUTE DIFERENCA-SESSOES-W =
                   CONTADO-CONTA-W - CONTADO-SESSOES-W.

           WRITE REG-RELAT FROM CAB03.
           MOVE "CONTADO NAS SESSOES..........: " TO DESCR-CTG-REL.
           MOVE CONTADO-SESSOES-W TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "SOBRA/FALTA DOS OPERADORES...: " TO DESCR-CTG-REL.
           MOVE SOBRA-FALTA-SESSOES-W TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           IF   CONTA-CONTADA-W EQUAL 1
                MOVE "CONTAGEM DA CONTA (CXD111)...: " TO
                     DESCR-CTG-REL
                MOVE CONTADO-CONTA-W TO VALOR-CTG-REL
                WRITE REG-RELAT FROM LINCTG3
                MOVE "CONTA - SESSOES..............: " TO
                     DESCR-CTG-REL
                MOVE DIFERENCA-SESSOES-W TO VALOR-CTG-REL
                WRITE REG-RELAT FROM LINCTG3
           ELSE
                MOVE "CONTA SEM CONTAGEM NO DIA....: " TO
                     DESCR-CTG-REL
                MOVE ZEROS TO VALOR-CTG-REL
                WRITE REG-RELAT FROM LINCTG3.
           ADD 5 TO LIN.

           DISPLAY "SESSOES DE GAVETA NA CONTA.................: "
                   QTDE-SESSOES-W.
           IF   QTDE-SESSOES-ABERTAS-W GREATER ZEROS
                DISPLAY "AVISO: " QTDE-SESSOES-ABERTAS-W
                        " SESSAO(OES) AINDA ABERTA(S) - ENCERRAR NO "
                        "CXP134.".
           IF   CONTA-CONTADA-W EQUAL 1
           AND  DIFERENCA-SESSOES-W NOT EQUAL ZEROS
                DISPLAY "AVISO: CONTAGEM DA CONTA DIFERE DA SOMA DAS "
                        "SESSOES EM " DIFERENCA-SESSOES-W.

       CONFERE-SESSOES-EXIT. EXIT.

       LE-SESSAO SECTION.
           READ CXD119 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CXD119
                   GO TO LE-SESSAO-EXIT
           END-READ.
           IF   CONTA-CX119 NOT EQUAL CONTA-CAIXA-PARM
           OR   DATA-CX119 NOT EQUAL DATA-FECHAMENTO-PARM
                MOVE 1 TO FIM-CXD119
                GO TO LE-SESSAO-EXIT.

           ADD 1 TO QTDE-SESSOES-W.
           IF   LIN GREATER 56
                PERFORM CABECALHO
                WRITE REG-RELAT FROM CAB05
                ADD 1 TO LIN.
           MOVE NR-SESSAO-CX119   TO SESSAO-SES-REL.
           MOVE OPERADOR-CX119    TO OPERADOR-SES-REL.
           MOVE FUNDO-TROCO-CX119 TO FUNDO-SES-REL.
           IF   SITUACAO-CX119 EQUAL 0
                ADD 1 TO QTDE-SESSOES-ABERTAS-W
                MOVE "ABERTA"  TO SITUACAO-SES-REL
                MOVE ZEROS     TO ESPERADO-SES-REL CONTADO-SES-REL
                                  SOBRA-FALTA-SES-REL
           ELSE
                MOVE "ENCERR." TO SITUACAO-SES-REL
                MOVE SALDO-ESPERADO-CX119 TO ESPERADO-SES-REL
                MOVE TOTAL-CONTADO-CX119  TO CONTADO-SES-REL
                MOVE SOBRA-FALTA-CX119    TO SOBRA-FALTA-SES-REL
                ADD TOTAL-CONTADO-CX119   TO CONTADO-SESSOES-W
                ADD SOBRA-FALTA-CX119     TO SOBRA-FALTA-SESSOES-W.
           WRITE REG-RELAT FROM LINSES.
           ADD 1 TO LIN.

       LE-SESSAO-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           ADD 5 TO LIN.

       FECHA-ARQUIVOS SECTION.
           CLOSE CXD100 CGD001 CPD020 CXD111 RELAT LOG003.
           IF   SEM-CXD105-W EQUAL 0
                CLOSE CXD105.
           IF   SEM-CXD103-W EQUAL 0
                CLOSE CXD103.
           IF   SEM-CXD119-W EQUAL 0
                CLOSE CXD119.
           MOVE "F"   TO MODO-SPL.
           MOVE PAG-W TO PAGINAS-SPL.
           MOVE SPACES TO PARAMETROS-SPL.
