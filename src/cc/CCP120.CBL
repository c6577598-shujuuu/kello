      *        PERCENTUAL POR VENDEDOR E VIGENCIA, COM TRILHA DE
      *        AUDITORIA EM LOG003. O VENDEDOR 000000 E O PERCENTUAL
      *        PADRAO. A VIGENCIA NOVA NAO APAGA A ANTERIOR: O GERADOR
      *        PDP105 ESCOLHE A VIGENCIA CERTA DE CADA PERIODO. CADA
      *        VIGENCIA PODE TER FAIXAS DE ATINGIMENTO DA META DO MES
      *        (CCD118 - METAS NO PDP112): A PARTIR DE N% DA META VALE
      *        OUTRO PERCENTUAL; A EXCLUSAO DA VIGENCIA LEVA AS FAIXAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CCPX114.

           COPY CCPX118.

           COPY LOGX003.

       DATA DIVISION.

           COPY CCPW114.

           COPY CCPW118.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CCD114             PIC XX       VALUE SPACES.
           05  ST-CCD118             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
           05  VIGENCIA-PARM         PIC 9(6)     VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(3)V99  VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ9,99   VALUE ZEROS.
           05  ATINGIMENTO-PARM      PIC 9(3)     VALUE ZEROS.
           05  FIM-FAIXA-W           PIC 9        VALUE ZEROS.
           05  QTDE-FAIXAS-W         PIC 9(3)     VALUE ZEROS.
           05  EXCLUI-FAIXAS-W       PIC 9        VALUE ZEROS.
      *    EXCLUI-FAIXAS-W = 1 varrendo as faixas para apaga-las junto
      *    com a vigencia; 0 so para listar
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE "CCD114" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD114.
           MOVE "CCD118" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD118.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

                DISPLAY "ERRO ABERTURA CCD114: " ST-CCD114
                MOVE 1 TO ERRO-W.

           OPEN I-O CCD118.
           IF   ST-CCD118 EQUAL "35"
                OPEN OUTPUT CCD118
                CLOSE CCD118
                OPEN I-O CCD118.
           IF   ST-CCD118 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD118: " ST-CCD118
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "TABELA DE COMISSAO (CCD114)".
           DISPLAY "FAIXAS DE ATINGIMENTO DA META (CCD118): "
                   "N-INCLUI/ALTERA FAIXA R-REMOVE FAIXA".
           DISPLAY "I-INCLUI A-ALTERA E-EXCLUI C-CONSULTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.
               WHEN "A"  WHEN "a"  PERFORM ALTERA-COMISSAO
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-COMISSAO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-COMISSAO
               WHEN "N"  WHEN "n"  PERFORM GRAVA-FAIXA
               WHEN "R"  WHEN "r"  PERFORM REMOVE-FAIXA
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
                   MOVE "EXCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO PERCENTUAL-CC114
                   PERFORM GRAVA-LOG-COMISSAO
                   MOVE 1 TO EXCLUI-FAIXAS-W
                   PERFORM VARRE-FAIXAS
                   MOVE 0 TO EXCLUI-FAIXAS-W
                   DISPLAY "COMISSAO EXCLUIDA."
           END-DELETE.

           END-READ.

           DISPLAY "PERCENTUAL DE COMISSAO: " PERCENTUAL-CC114.
           MOVE 0 TO EXCLUI-FAIXAS-W.
           PERFORM VARRE-FAIXAS.
           IF   QTDE-FAIXAS-W EQUAL ZEROS
                DISPLAY "SEM FAIXAS DE ATINGIMENTO.".

       CONSULTA-COMISSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-FAIXA - inclui ou altera a faixa de uma vigencia que
      *    ja existe no CCD114: a partir de N% da meta do mes o
      *    PDP105 paga o percentual da faixa no lugar do da tabela.
      *----------------------------------------------------------------
       GRAVA-FAIXA SECTION.
           PERFORM SOLICITA-CHAVE.
           PERFORM MONTA-CHAVE.
           READ CCD114
               INVALID KEY
                   DISPLAY "VIGENCIA NAO CADASTRADA - INCLUA ANTES."
                   GO TO GRAVA-FAIXA-EXIT
           END-READ.

           DISPLAY "A PARTIR DE QUANTOS % DA META........: "
               WITH NO ADVANCING.
           ACCEPT ATINGIMENTO-PARM.
           IF   ATINGIMENTO-PARM EQUAL ZEROS
                DISPLAY "FAIXA INVALIDA."
                GO TO GRAVA-FAIXA-EXIT.
           MOVE VENDEDOR-PARM    TO VENDEDOR-CC118.
           MOVE VIGENCIA-PARM    TO VIGENCIA-CC118.
           MOVE ATINGIMENTO-PARM TO ATINGIMENTO-CC118.
           READ CCD118
               INVALID KEY
                   MOVE ZEROS       TO VALOR-ANTES-W
                   MOVE "INCLUSAO"  TO LOG3-OPERACAO
               NOT INVALID KEY
                   MOVE PERCENTUAL-CC118 TO VALOR-ANTES-W
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
           END-READ.

           DISPLAY "PERCENTUAL DA FAIXA (SEM VIRGULA, 2 DEC): "
               WITH NO ADVANCING.
           ACCEPT PERCENTUAL-CC118.
           MOVE USUARIO-PARM TO USUARIO-CC118.
           IF   LOG3-OPERACAO EQUAL "INCLUSAO"
                WRITE REG-CCD118
                    INVALID KEY
                        DISPLAY "ERRO DE GRAVACAO CCD118: " ST-CCD118
                        GO TO GRAVA-FAIXA-EXIT
                END-WRITE
           ELSE
                REWRITE REG-CCD118
                    INVALID KEY
                        DISPLAY "ERRO DE REGRAVACAO CCD118: "
                                ST-CCD118
                        GO TO GRAVA-FAIXA-EXIT
                END-REWRITE.
           PERFORM GRAVA-LOG-FAIXA.
           DISPLAY "FAIXA GRAVADA.".

       GRAVA-FAIXA-EXIT. EXIT.

       REMOVE-FAIXA SECTION.
           PERFORM SOLICITA-CHAVE.
           DISPLAY "FAIXA (% DA META)....................: "
               WITH NO ADVANCING.
           ACCEPT ATINGIMENTO-PARM.
           MOVE VENDEDOR-PARM    TO VENDEDOR-CC118.
           MOVE VIGENCIA-PARM    TO VIGENCIA-CC118.
           MOVE ATINGIMENTO-PARM TO ATINGIMENTO-CC118.
           READ CCD118
               INVALID KEY
                   DISPLAY "FAIXA NAO CADASTRADA."
                   GO TO REMOVE-FAIXA-EXIT
           END-READ.
           PERFORM APAGA-FAIXA.
           DISPLAY "FAIXA REMOVIDA.".

       REMOVE-FAIXA-EXIT. EXIT.

       APAGA-FAIXA SECTION.
           MOVE PERCENTUAL-CC118 TO VALOR-ANTES-W.
           DELETE CCD118
               INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO CCD118: " ST-CCD118
               NOT INVALID KEY
                   MOVE "EXCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO PERCENTUAL-CC118
                   PERFORM GRAVA-LOG-FAIXA
           END-DELETE.

       APAGA-FAIXA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VARRE-FAIXAS - faixas da vigencia VENDEDOR/VIGENCIA-PARM,
      *    listadas na consulta ou apagadas junto com a vigencia.
      *----------------------------------------------------------------
       VARRE-FAIXAS SECTION.
           MOVE ZEROS TO FIM-FAIXA-W QTDE-FAIXAS-W.
           MOVE VENDEDOR-PARM TO VENDEDOR-CC118.
           MOVE VIGENCIA-PARM TO VIGENCIA-CC118.
           MOVE ZEROS         TO ATINGIMENTO-CC118.
           START CCD118 KEY IS NOT LESS CHAVE-CC118
               INVALID KEY
                   MOVE 1 TO FIM-FAIXA-W
           END-START.
           PERFORM LE-FAIXA UNTIL FIM-FAIXA-W EQUAL 1.

       VARRE-FAIXAS-EXIT. EXIT.

       LE-FAIXA SECTION.
           READ CCD118 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-FAIXA-W
                   GO TO LE-FAIXA-EXIT.
           IF   VENDEDOR-CC118 NOT EQUAL VENDEDOR-PARM
           OR   VIGENCIA-CC118 NOT EQUAL VIGENCIA-PARM
                MOVE 1 TO FIM-FAIXA-W
                GO TO LE-FAIXA-EXIT.
           ADD 1 TO QTDE-FAIXAS-W.
           IF   EXCLUI-FAIXAS-W EQUAL 1
                PERFORM APAGA-FAIXA
           ELSE
                DISPLAY "  A PARTIR DE " ATINGIMENTO-CC118
                        "% DA META: " PERCENTUAL-CC118.

       LE-FAIXA-EXIT. EXIT.

       SOLICITA-CHAVE SECTION.
           DISPLAY "VENDEDOR (000000 = PADRAO)...........: "
               WITH NO ADVANCING.
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-LOG-FAIXA SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CCD118"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE VENDEDOR-CC118     TO LOG3-CHAVE-REG(1:6).
           MOVE VIGENCIA-CC118     TO LOG3-CHAVE-REG(8:6).
           MOVE ATINGIMENTO-CC118  TO LOG3-CHAVE-REG(15:3).
           MOVE "PERCENTUAL-CC118" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE VALOR-ANTES-W      TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ANTERIOR(1:6).
           MOVE PERCENTUAL-CC118   TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ATUAL(1:6).
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE CCD114 CCD118 LOG003.

       END PROGRAM CCP120.
