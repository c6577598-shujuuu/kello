      *        PARA A VENDA PREENCHER, E O PRECO CORRENTE DO PRODUTO
      *        (GRDPRD) E' SUGERIDO EM VLRUNI. LINHA DE ALBUM QUE JA
      *        EXISTE NAO E' TOCADA. SEGUE A CONVENCAO DE SIMULACAO/
      *        GRAVACAO DO COPY GAPWCNV. A GRAVACAO FICA REGISTRADA NO
      *        CONTROLE DE EXECUCAO (LOG017/LOG018 - VER GRDEXE): UMA
      *        EXECUCAO INTERROMPIDA E' RETOMADA DA ULTIMA LINHA/ALBUM
      *        GRAVADO QUANDO REPETIDA COM OS MESMOS PARAMETROS, OUTRA
      *        PLANILHAGEM DO MESMO CONTRATO E' RECUSADA ATE A PRIMEIRA
      *        SER ESTORNADA, E A OPCAO E (NIVEL 2) ESTORNA UMA
      *        EXECUCAO: EXCLUI AS LINHAS QUE ELA GRAVOU, MENOS AS QUE
      *        JA TEM VENDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ALBUM-CORRENTE-W      PIC 9(8)     VALUE ZEROS.
           05  FORMANDO-IDX-W        PIC 9(4)     VALUE ZEROS.
           05  QTDE-JA-EXISTIAM-W    PIC 9(6)     VALUE ZEROS.
           05  OPERACAO-LOG-W        PIC X(12)    VALUE "INCLUSAO".
           05  CHAVE-UNIDADE-W.
               10  SEQ-UNIDADE-W     PIC 9(3).
               10  ALBUM-UNIDADE-W   PIC 9(8).
           05  PARAM-EXEC-W.
               10  FILLER            PIC X(10)    VALUE "FORMANDOS ".
               10  FORMANDOS-EXEC-W  PIC 9(4).
               10  FILLER            PIC X(15)
                                     VALUE " ALBUM INICIAL ".
               10  ALBUM-EXEC-W      PIC 9(8).

       01  PARAMETROS-GRDPRD.
           05  PRODUTO-PRD           PIC 9(4)     VALUE ZEROS.

           COPY GAPWCNV.

       01  PARAMETROS-GRDEXE.
      *    controle de execucao dos geradores (LOG017/LOG018 - ver
      *    GRDEXE): retomada, recusa de escopo ja gerado e estorno;
      *    "99" = controle indisponivel, a geracao segue sem ele
           05  FUNCAO-EXE            PIC X        VALUE SPACES.
           05  PROGRAMA-EXE          PIC X(8)     VALUE SPACES.
           05  EXECUCAO-EXE          PIC 9(6)     VALUE ZEROS.
           05  USUARIO-EXE           PIC X(5)     VALUE SPACES.
           05  ESCOPO-INI-EXE        PIC X(20)    VALUE SPACES.
           05  ESCOPO-FIM-EXE        PIC X(20)    VALUE SPACES.
           05  PARAMETROS-EXE        PIC X(40)    VALUE SPACES.
           05  ULTIMA-CHAVE-EXE      PIC X(30)    VALUE SPACES.
           05  QTDE-EXE              PIC 9(6)     VALUE ZEROS.
           05  ARQUIVO-EXE           PIC X(8)     VALUE SPACES.
           05  ACAO-EXE              PIC X        VALUE SPACES.
           05  CHAVE-REG-EXE         PIC X(30)    VALUE SPACES.
           05  SITUACAO-EXE          PIC X        VALUE SPACES.
           05  GRDEXE-RETORNO        PIC X(2)     VALUE SPACES.

       01  AREAS-DO-CONTROLE.
           05  OPCAO-EXEC-W          PIC X        VALUE SPACES.
           05  RESP-ESTORNO-W        PIC X        VALUE SPACES.
           05  CONTROLE-EXEC-W       PIC 9        VALUE ZEROS.
      *        CONTROLE-EXEC-W = 1 execucao registrada no LOG017
           05  RETOMADA-W            PIC 9        VALUE ZEROS.
      *        RETOMADA-W = 1 execucao interrompida sendo retomada
      *        depois de ULTIMA-CHAVE-EXE
           05  FIM-ESTORNO-W         PIC 9        VALUE ZEROS.
           05  ITEM-DESFEITO-W       PIC 9        VALUE ZEROS.
           05  QTDE-RETOMADOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-DESFEITOS-W      PIC 9(6)     VALUE ZEROS.
           05  QTDE-MANTIDOS-W       PIC 9(6)     VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
                PERFORM SOLICITA-PARAMETROS
                IF   ERRO-W EQUAL 0
                     PERFORM GERA-PLANILHAGEM UNTIL FIM-RCD102-TRUE
                     PERFORM CONCLUI-CONTROLE
                     PERFORM EXIBE-RESUMO
                END-IF
                PERFORM FECHA-ARQUIVOS.
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                STOP RUN.
           DISPLAY "G-GERAR  E-ESTORNAR UMA EXECUCAO.......: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-EXEC-W.
           IF   OPCAO-EXEC-W EQUAL "E" OR OPCAO-EXEC-W EQUAL "e"
                PERFORM ESTORNA-EXECUCAO
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.
           DISPLAY "NUMERO DO CONTRATO.....................: "
               WITH NO ADVANCING.
           ACCEPT CONTRATO-PARM.
                MOVE 0 TO MODO-CONVERSAO-GA
           END-IF.

           MOVE SPACES             TO ESCOPO-INI-EXE.
           MOVE CONTRATO-PARM      TO ESCOPO-INI-EXE(1:6).
           MOVE ESCOPO-INI-EXE     TO ESCOPO-FIM-EXE.
           MOVE QT-FORMANDOS-W     TO FORMANDOS-EXEC-W.
           MOVE ALBUM-INICIAL-PARM TO ALBUM-EXEC-W.
           MOVE PARAM-EXEC-W       TO PARAMETROS-EXE.
           PERFORM INICIA-CONTROLE.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    gera a linha de RCD100P em cada album da faixa (um album
      *    por formando a partir do album inicial). Linha que ja
      *    existe no album fica como esta (a planilhagem manual tem
      *    precedencia) e e' contada a parte. Na retomada, linha/album
      *    ate a ultima chave da execucao interrompida ja foi feito.
      *----------------------------------------------------------------
       GERA-PLANILHAGEM SECTION.
           READ RCD102 NEXT RECORD
       GERA-LINHA-ALBUM SECTION.
           COMPUTE ALBUM-CORRENTE-W =
                   ALBUM-INICIAL-PARM + FORMANDO-IDX-W - 1.
           MOVE SEQ-RC102        TO SEQ-UNIDADE-W.
           MOVE ALBUM-CORRENTE-W TO ALBUM-UNIDADE-W.
           IF   RETOMADA-W EQUAL 1
           AND  CHAVE-UNIDADE-W NOT GREATER ULTIMA-CHAVE-EXE(1:11)
                ADD 1 TO QTDE-RETOMADOS-W
                GO TO GERA-LINHA-ALBUM-EXIT.

           ADD  1 TO QTDE-PROCESSADOS-GA.
           IF   CONVERSAO-SIMULACAO-GA
           MOVE PRECO-PRODUTO-PRD  TO VLRUNI-RECP.
           MOVE ZEROS              TO VLRTOTAL-RECP.
           MOVE CONTRATO-PARM      TO CONTRATO-RECP.
           MOVE ZEROS              TO FOTOGRAFO-RECP.
           WRITE REG-RCD100P
               INVALID KEY
                   ADD 1 TO QTDE-JA-EXISTIAM-W
               NOT INVALID KEY
                   ADD 1 TO QTDE-ALTERADOS-GA
                   PERFORM GRAVA-LOG-LINHA
                   MOVE "RCD100P"        TO ARQUIVO-EXE
                   MOVE "I"              TO ACAO-EXE
                   MOVE CHAVE-ALBUM-RECP TO CHAVE-REG-EXE
                   PERFORM REGISTRA-ITEM
           END-WRITE.
           MOVE CHAVE-UNIDADE-W TO ULTIMA-CHAVE-EXE.
           PERFORM PONTO-CONTROLE.

       GERA-LINHA-ALBUM-EXIT. EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE OPERACAO-LOG-W     TO LOG3-OPERACAO.
           MOVE "RCD100P"          TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE ALBUM-RECP         TO LOG3-CHAVE-REG(1:8).
                DISPLAY "LINHAS GRAVADAS EM RCD100P.........: "
                        QTDE-ALTERADOS-GA
                DISPLAY "LINHAS QUE JA EXISTIAM (MANTIDAS)..: "
                        QTDE-JA-EXISTIAM-W
                DISPLAY "LINHAS FEITAS ANTES DA INTERRUPCAO.: "
                        QTDE-RETOMADOS-W.


      *----------------------------------------------------------------

       GRAVA-LOG-FISICA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    INICIA-CONTROLE - registra a execucao no LOG017 (GRDEXE):
      *    mesma execucao interrompida e' retomada da ultima chave;
      *    concluida com os mesmos parametros faz nova passada (o que
      *    ja existe e' pulado); outra execucao viva sobre o mesmo
      *    escopo recusa esta ate ser estornada. A simulacao nao
      *    grava nada e fica fora do controle.
      *----------------------------------------------------------------
       INICIA-CONTROLE SECTION.
           MOVE ZEROS  TO CONTROLE-EXEC-W RETOMADA-W.
           MOVE SPACES TO ULTIMA-CHAVE-EXE.
           IF   CONVERSAO-SIMULACAO-GA
                GO TO INICIA-CONTROLE-EXIT.

           MOVE "I"          TO FUNCAO-EXE.
           MOVE PROGRAMA-USU TO PROGRAMA-EXE.
           MOVE USUARIO-PARM TO USUARIO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.
           EVALUATE GRDEXE-RETORNO
               WHEN "00"
                    MOVE 1 TO CONTROLE-EXEC-W
                    DISPLAY "EXECUCAO " EXECUCAO-EXE " INICIADA."
               WHEN "01"
                    MOVE 1 TO CONTROLE-EXEC-W RETOMADA-W
                    DISPLAY "RETOMANDO A EXECUCAO " EXECUCAO-EXE
                            " INTERROMPIDA, DEPOIS DA CHAVE "
                            ULTIMA-CHAVE-EXE
               WHEN "02"
                    MOVE 1 TO CONTROLE-EXEC-W
                    DISPLAY "EXECUCAO " EXECUCAO-EXE " JA CONCLUIDA"
                            " - NOVA PASSADA, O QUE EXISTE E' PULADO."
               WHEN "10"
                    DISPLAY "ESCOPO JA GERADO PELA EXECUCAO "
                            EXECUCAO-EXE " (" PARAMETROS-EXE ")"
                    DISPLAY "ESTORNE AQUELA EXECUCAO ANTES (OPCAO E)."
                    MOVE 1 TO ERRO-W
               WHEN OTHER
                    DISPLAY "AVISO: CONTROLE DE EXECUCAO (LOG017) "
                            "INDISPONIVEL - SEGUE SEM RETOMADA."
           END-EVALUATE.

       INICIA-CONTROLE-EXIT. EXIT.

       REGISTRA-ITEM SECTION.
           IF   CONTROLE-EXEC-W EQUAL 0
                GO TO REGISTRA-ITEM-EXIT.
           MOVE "G" TO FUNCAO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.

       REGISTRA-ITEM-EXIT. EXIT.

       PONTO-CONTROLE SECTION.
           IF   CONTROLE-EXEC-W EQUAL 0
                GO TO PONTO-CONTROLE-EXIT.
           MOVE "P" TO FUNCAO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.

       PONTO-CONTROLE-EXIT. EXIT.

       CONCLUI-CONTROLE SECTION.
           IF   CONTROLE-EXEC-W EQUAL 0
                GO TO CONCLUI-CONTROLE-EXIT.
           MOVE "C" TO FUNCAO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.
           DISPLAY "EXECUCAO " EXECUCAO-EXE " CONCLUIDA.".

       CONCLUI-CONTROLE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ESTORNA-EXECUCAO - desfaz exatamente o que uma execucao
      *    gravou (lista do LOG018): item por item, o que ja foi
      *    movimentado depois fica e e' contado a parte; a execucao so
      *    deixa de bloquear o escopo quando nao sobra item. Restrito
      *    ao nivel 2, como o desbloqueio do USP001.
      *----------------------------------------------------------------
       ESTORNA-EXECUCAO SECTION.
           IF   GRDUSU-RETORNO EQUAL "00"
           AND  NIVEL-USU NOT EQUAL 2
                DISPLAY "ESTORNO RESTRITO AO ADMINISTRADOR"
                        " (NIVEL 2 NESTE PROGRAMA)."
                GO TO ESTORNA-EXECUCAO-EXIT.

           MOVE "L"          TO FUNCAO-EXE.
           MOVE PROGRAMA-USU TO PROGRAMA-EXE.
           MOVE USUARIO-PARM TO USUARIO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.
           IF   GRDEXE-RETORNO EQUAL "99"
                DISPLAY "CONTROLE DE EXECUCAO (LOG017) INDISPONIVEL."
                GO TO ESTORNA-EXECUCAO-EXIT.

           DISPLAY "EXECUCAO A ESTORNAR (0 = DESISTE)......: "
               WITH NO ADVANCING.
           ACCEPT EXECUCAO-EXE.
           IF   EXECUCAO-EXE EQUAL ZEROS
                GO TO ESTORNA-EXECUCAO-EXIT.

           MOVE "A" TO FUNCAO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.
           IF   GRDEXE-RETORNO NOT EQUAL "00"
                DISPLAY "EXECUCAO INEXISTENTE OU JA ESTORNADA."
                GO TO ESTORNA-EXECUCAO-EXIT.

           DISPLAY "ESCOPO.....: " ESCOPO-INI-EXE " " ESCOPO-FIM-EXE.
           DISPLAY "PARAMETROS.: " PARAMETROS-EXE.
           DISPLAY "ITENS......: " QTDE-EXE.
           DISPLAY "CONFIRMA O ESTORNO (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT RESP-ESTORNO-W.
           IF   RESP-ESTORNO-W NOT EQUAL "S"
           AND  RESP-ESTORNO-W NOT EQUAL "s"
                GO TO ESTORNA-EXECUCAO-EXIT.

           MOVE ZEROS TO FIM-ESTORNO-W QTDE-DESFEITOS-W
                         QTDE-MANTIDOS-W.
           PERFORM DESFAZ-ITEM UNTIL FIM-ESTORNO-W EQUAL 1.

           MOVE "F" TO FUNCAO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.
           DISPLAY "ITENS DESFEITOS....................: "
                   QTDE-DESFEITOS-W.
           IF   GRDEXE-RETORNO EQUAL "00"
                DISPLAY "EXECUCAO ESTORNADA - ESCOPO LIBERADO."
           ELSE
                DISPLAY "ITENS JA MOVIMENTADOS (MANTIDOS)...: "
                        QTDE-MANTIDOS-W
                DISPLAY "EXECUCAO CONTINUA BLOQUEANDO O ESCOPO "
                        "ATE ESSES ITENS SEREM DESFEITOS.".

       ESTORNA-EXECUCAO-EXIT. EXIT.

       DESFAZ-ITEM SECTION.
           MOVE "N" TO FUNCAO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.
           IF   GRDEXE-RETORNO NOT EQUAL "00"
                MOVE 1 TO FIM-ESTORNO-W
                GO TO DESFAZ-ITEM-EXIT.

           MOVE 0 TO ITEM-DESFEITO-W.
           PERFORM DESFAZ-REGISTRO.
           IF   ITEM-DESFEITO-W EQUAL 1
                ADD 1 TO QTDE-DESFEITOS-W
                MOVE "X" TO FUNCAO-EXE
                CALL "GRDEXE" USING PARAMETROS-GRDEXE
           ELSE
                ADD 1 TO QTDE-MANTIDOS-W.

       DESFAZ-ITEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    DESFAZ-REGISTRO - linha de planilhagem gravada pela
      *    execucao: sai do RCD100P (com trilha de EXCLUSAO no LOG003)
      *    se ainda nao tem venda; linha que ja sumiu conta como
      *    desfeita.
      *----------------------------------------------------------------
       DESFAZ-REGISTRO SECTION.
           MOVE CHAVE-REG-EXE(1:11) TO CHAVE-ALBUM-RECP.
           READ RCD100P
               INVALID KEY
                   MOVE 1 TO ITEM-DESFEITO-W
                   GO TO DESFAZ-REGISTRO-EXIT
           END-READ.

           IF   QTDE-VENDIDA-RECP NOT EQUAL ZEROS
                DISPLAY "ALBUM " ALBUM-RECP " LINHA " SEQ-RECP
                        " JA TEM VENDA - MANTIDA."
                GO TO DESFAZ-REGISTRO-EXIT.

           DELETE RCD100P RECORD
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO RCD100P: " ST-RCD100P
                   GO TO DESFAZ-REGISTRO-EXIT
           END-DELETE.
           MOVE 1               TO ITEM-DESFEITO-W.
           MOVE "EXCLUSAO"      TO OPERACAO-LOG-W.
           MOVE CONTRATO-RECP   TO CONTRATO-PARM.
           PERFORM GRAVA-LOG-LINHA.

       DESFAZ-REGISTRO-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           IF   ST-VID105 EQUAL "00"
                CLOSE VID105.
