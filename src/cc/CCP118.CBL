      *        DE EXCECOES. PRESTADOR COM CADASTRO VENCIDO NO CCD115
      *        (CONTRATO OU DOCUMENTO - VER CCP121/CCP122) GERA AVISO,
      *        MAS O CREDITO SAI: O EVENTO JA FOI COBERTO. SEGUE A
      *        CONVENCAO DE SIMULACAO DO GAPWCNV. A GRAVACAO FICA NO
      *        CONTROLE DE EXECUCAO (LOG017/LOG018 - VER GRDEXE): O
      *        MESMO PERIODO REPETIDO DEPOIS DE UMA INTERRUPCAO RETOMA
      *        DO ULTIMO EVENTO CREDITADO; PERIODO QUE SE SOBREPOE AO
      *        DE OUTRA EXECUCAO E' RECUSADO ATE ELA SER ESTORNADA. A
      *        OPCAO E (NIVEL 2) ESTORNA UMA EXECUCAO: EXCLUI OS
      *        CREDITOS QUE ELA GEROU, MENOS OS JA LEVADOS AO CONTAS
      *        CORRENTES OU LIBERADOS E OS DE MES FECHADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  QTDE-EXCECOES-W       PIC 9(5)     VALUE ZEROS.
           05  QTDE-JA-CREDITADOS-W  PIC 9(5)     VALUE ZEROS.
           05  QTDE-VENCIDOS-W       PIC 9(5)     VALUE ZEROS.
           05  PARAM-EXEC-W.
               10  FILLER            PIC X(11)    VALUE "EVENTOS DE ".
               10  INIC-EXEC-W       PIC 9(8).
               10  FILLER            PIC X(3)     VALUE " A ".
               10  FIM-EXEC-W        PIC 9(8).
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.

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

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                IF   ERRO-W EQUAL 0
                     PERFORM CABECALHO
                     PERFORM GERA-CREDITO UNTIL FIM-VID100-TRUE
                     PERFORM CONCLUI-CONTROLE
                     PERFORM EXIBE-RESUMO
                END-IF
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

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
           DISPLAY "DATA DE EVENTO INICIAL (AAAAMMDD)......: "
               WITH NO ADVANCING.
           ACCEPT DATA-INIC-PARM.
                MOVE 0 TO MODO-CONVERSAO-GA
           END-IF.

           MOVE DATA-INIC-PARM TO ESCOPO-INI-EXE INIC-EXEC-W.
           MOVE DATA-FIM-PARM  TO ESCOPO-FIM-EXE FIM-EXEC-W.
           MOVE PARAM-EXEC-W   TO PARAMETROS-EXE.
           PERFORM INICIA-CONTROLE.
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-PARAMETROS-EXIT.

      *    na retomada a leitura recomeca depois do ultimo evento
      *    creditado pela execucao interrompida (chave ALT3)
           IF   RETOMADA-W EQUAL 1
           AND  ULTIMA-CHAVE-EXE NOT EQUAL SPACES
                MOVE ULTIMA-CHAVE-EXE(1:8)  TO DATA-EVENTO-V100
                MOVE ULTIMA-CHAVE-EXE(9:8)  TO DATA-MOVTO-V100
                MOVE ULTIMA-CHAVE-EXE(17:4) TO SEQ-V100
                START VID100 KEY IS GREATER ALT3-V100
                    INVALID KEY
                        MOVE 1 TO FIM-VID100
                END-START
                GO TO SOLICITA-PARAMETROS-EXIT.

           MOVE DATA-INIC-PARM TO DATA-EVENTO-V100.
           MOVE ZEROS          TO DATA-MOVTO-V100 SEQ-V100.
           START VID100 KEY IS NOT LESS ALT3-V100
               INVALID KEY
                   MOVE 1 TO FIM-VID100.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GERA-CREDITO - um credito por evento com cinegrafista;
      *    evento ja creditado (mesma chave DATA + CODIGO + DOCTO em
           MOVE ZEROS             TO VALOR-LIBERADO-CC110.
           MOVE 0                 TO ATUALIZADO-CC-CC110.
           MOVE USUARIO-PARM      TO DIGITADOR-CC110.
           MOVE ZEROS             TO CENTRO-CUSTO-CC110.
           WRITE REG-CCD110
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CCD110: " ST-CCD110
               NOT INVALID KEY
                   ADD 1 TO QTDE-ALTERADOS-GA
                   MOVE "CCD110"          TO ARQUIVO-EXE
                   MOVE "I"               TO ACAO-EXE
                   MOVE SPACES            TO CHAVE-REG-EXE
                   MOVE DATA-MOVTO-CC110  TO CHAVE-REG-EXE(1:8)
                   MOVE CODIGO-CC110      TO CHAVE-REG-EXE(9:6)
                   MOVE DOCTO-CC110       TO CHAVE-REG-EXE(15:10)
                   PERFORM REGISTRA-ITEM
                   MOVE SPACES            TO ULTIMA-CHAVE-EXE
                   MOVE DATA-EVENTO-V100  TO ULTIMA-CHAVE-EXE(1:8)
                   MOVE DATA-MOVTO-V100   TO ULTIMA-CHAVE-EXE(9:8)
                   MOVE SEQ-V100          TO ULTIMA-CHAVE-EXE(17:4)
                   PERFORM PONTO-CONTROLE
           END-WRITE.

       GERA-CREDITO-EXIT. EXIT.
           DISPLAY "EVENTOS COM CADASTRO VENCIDO.......: "
                   QTDE-VENCIDOS-W.

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
      *    DESFAZ-REGISTRO - credito de cache gerado pela execucao sai
      *    do CCD110 enquanto nao foi levado ao contas correntes nem
      *    liberado e o mes do movimento esta aberto (CTP001V);
      *    credito que ja sumiu conta como desfeito.
      *----------------------------------------------------------------
       DESFAZ-REGISTRO SECTION.
           MOVE CHAVE-REG-EXE(1:8)   TO DATA-MOVTO-CC110.
           MOVE CHAVE-REG-EXE(9:6)   TO CODIGO-CC110.
           MOVE CHAVE-REG-EXE(15:10) TO DOCTO-CC110.
           READ CCD110
               INVALID KEY
                   MOVE 1 TO ITEM-DESFEITO-W
                   GO TO DESFAZ-REGISTRO-EXIT
           END-READ.

           MOVE DATA-MOVTO-CC110 TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   ATUALIZADO-CC-CC110 EQUAL 1
           OR   VALOR-LIBERADO-CC110 NOT EQUAL ZEROS
           OR   CTP001V-RETORNO EQUAL "01"
                DISPLAY "CREDITO " CODIGO-CC110 " " DOCTO-CC110
                        " JA MOVIMENTADO OU EM MES FECHADO - MANTIDO."
                GO TO DESFAZ-REGISTRO-EXIT.

           DELETE CCD110 RECORD
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CCD110: " ST-CCD110
                   GO TO DESFAZ-REGISTRO-EXIT
           END-DELETE.
           MOVE 1 TO ITEM-DESFEITO-W.

       DESFAZ-REGISTRO-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE VID100 CCD110 CCD113 RELAT.
           IF   SEM-CCD115-W EQUAL 0
