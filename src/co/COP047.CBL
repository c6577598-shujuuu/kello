      *        INFORMADO (DIFERENCA DE ARREDONDAMENTO NA ULTIMA
      *        PARCELA), RECUSA CONTRATO QUE JA TENHA PARCELAS GERADAS
      *        E REGISTRA A GERACAO EM LOG003. BAIXAS E AJUSTES SAO
      *        FEITOS EM COP048; O AGING SAI NO COP049. A GERACAO FICA
      *        NO CONTROLE DE EXECUCAO (LOG017/LOG018 - VER GRDEXE):
      *        PLANO INTERROMPIDO E' RETOMADO DA ULTIMA PARCELA GRAVADA
      *        QUANDO REPETIDO COM OS MESMOS PARAMETROS; OUTRO PLANO
      *        PARA O CONTRATO SO DEPOIS DE ESTORNAR O PRIMEIRO. A
      *        OPCAO E (NIVEL 2) ESTORNA UMA EXECUCAO: EXCLUI AS
      *        PARCELAS QUE ELA GEROU, MENOS AS JA BAIXADAS,
      *        RENEGOCIADAS OU CEDIDAS EM BORDERO.
      *        CONTRATO SEM TODAS AS ASSINATURAS (FORMANDO E
      *        RESPONSAVEIS - COD083, VER COP099) E' AVISADO E A
      *        GERACAO SO SEGUE COM A CONFIRMACAO DO OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  OPERACAO-LOG-W        PIC X(12)    VALUE "INCLUSAO".
           05  PARAM-EXEC-W.
               10  FILLER            PIC X(9)     VALUE "PARCELAS ".
               10  PARCELAS-EXEC-W   PIC 9(2).
               10  FILLER            PIC X(6)     VALUE " VCTO ".
               10  VCTO-EXEC-W       PIC 9(8).
               10  FILLER            PIC X(7)     VALUE " TURMA ".
               10  CURSO-EXEC-W      PIC X(4).
               10  FILLER            PIC X(1)     VALUE "/".
               10  TURMA-EXEC-W      PIC X(3).
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

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

       01  PARAMETROS-GRDASS.
      *    assinaturas do contrato (COD083 - ver GRDASS/COP099);
      *    "99" = controle nao implantado, a geracao segue sem aviso
           05  NR-CONTRATO-ASS       PIC 9(6)     VALUE ZEROS.
           05  GRDASS-RETORNO        PIC X(2)     VALUE SPACES.
           05  QTDE-SIGNAT-ASS       PIC 9(2)     VALUE ZEROS.
           05  QTDE-ASSINADAS-ASS    PIC 9(2)     VALUE ZEROS.
           05  QTDE-ENVIADAS-ASS     PIC 9(2)     VALUE ZEROS.

       01  AREAS-DO-CONTROLE.
           05  OPCAO-EXEC-W          PIC X        VALUE SPACES.
           05  RESP-ESTORNO-W        PIC X        VALUE SPACES.
           05  RESP-ASSINATURA-W     PIC X        VALUE SPACES.
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
                     PERFORM GERA-PARCELAS
                     PERFORM CONCLUI-CONTROLE
                END-IF
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

      *----------------------------------------------------------------
      *    SOLICITA-PARAMETROS - identifica o contrato (chave completa
      *    do COD041), confere que esta' vigente, pede o plano (N
      *    parcelas + 1o vencimento) e confere que o contrato ainda
      *    nao tem parcela gerada - salvo na retomada do mesmo plano.
      *----------------------------------------------------------------
       SOLICITA-PARAMETROS SECTION.
           DISPLAY "USUARIO RESPONSAVEL....................: "
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
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.

           MOVE NR-CONTRATO-CO41 TO NR-CONTRATO-ASS.
           CALL "GRDASS" USING PARAMETROS-GRDASS.
           IF   GRDASS-RETORNO EQUAL "01"
                DISPLAY "AVISO: CONTRATO SEM ASSINATURA COMPLETA ("
                        QTDE-ASSINADAS-ASS " DE " QTDE-SIGNAT-ASS
                        " ASSINADAS - VER COP099)."
                DISPLAY "GERA AS PARCELAS ASSIM MESMO (S/N)....: "
                    WITH NO ADVANCING
                ACCEPT RESP-ASSINATURA-W
                IF   RESP-ASSINATURA-W NOT EQUAL "S"
                AND  RESP-ASSINATURA-W NOT EQUAL "s"
                     MOVE 1 TO ERRO-W
                     GO TO SOLICITA-PARAMETROS-EXIT.

           DISPLAY "QUANTIDADE DE PARCELAS.................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-PARCELAS-PARM.
           IF   QTDE-PARCELAS-PARM EQUAL ZEROS
                DISPLAY "QUANTIDADE DE PARCELAS INVALIDA."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.

           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD).........: "
               WITH NO ADVANCING.
           ACCEPT PRIMEIRO-VCTO-PARM.

           MOVE SPACES             TO ESCOPO-INI-EXE.
           MOVE CONTRATO-PARM      TO ESCOPO-INI-EXE(1:6).
           MOVE ESCOPO-INI-EXE     TO ESCOPO-FIM-EXE.
           MOVE QTDE-PARCELAS-PARM TO PARCELAS-EXEC-W.
           MOVE PRIMEIRO-VCTO-PARM TO VCTO-EXEC-W.
           MOVE CURSO-PARM         TO CURSO-EXEC-W.
           MOVE TURMA-PARM         TO TURMA-EXEC-W.
           MOVE PARAM-EXEC-W       TO PARAMETROS-EXE.
           PERFORM VERIFICA-CONTROLE.
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-PARAMETROS-EXIT.
           IF   RETOMADA-W EQUAL 1
                GO TO SOLICITA-PARAMETROS-CONTROLE.

           MOVE CONTRATO-PARM TO NR-CONTRATO-CO44.
           MOVE ZEROS         TO PARCELA-CO44.
           START COD044 KEY IS NOT LESS CHAVE-CO44
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-PARAMETROS-EXIT.

       SOLICITA-PARAMETROS-CONTROLE.
           PERFORM INICIA-CONTROLE.

       SOLICITA-PARAMETROS-EXIT. EXIT.

                   UNTIL PARCELA-W GREATER QTDE-PARCELAS-PARM.

           DISPLAY "PARCELAS GERADAS: " QTDE-GERADAS-W.
           IF   RETOMADA-W EQUAL 1
                DISPLAY "PARCELAS GERADAS ANTES DA INTERRUPCAO: "
                        QTDE-RETOMADOS-W.

       GERA-PARCELAS-EXIT. EXIT.

           MOVE ZEROS             TO DATA-PGTO-CO44 VALOR-PAGO-CO44.
           MOVE USUARIO-PARM      TO USUARIO-CO44.

      *    na retomada as parcelas ate a ultima gravada pela execucao
      *    interrompida ja existem: so o valor e o vencimento andam
           IF   RETOMADA-W EQUAL 1
           AND  PARCELA-W NOT GREATER ULTIMA-CHAVE-EXE(1:2)
                ADD 1 TO QTDE-RETOMADOS-W
           ELSE
                PERFORM GRAVA-PARCELA.

           PERFORM AVANCA-UM-MES.

       GERA-UMA-PARCELA-EXIT. EXIT.

       GRAVA-PARCELA SECTION.
           WRITE REG-COD044
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO COD044 PARCELA " PARCELA-W
               NOT INVALID KEY
                   ADD 1 TO QTDE-GERADAS-W
                   PERFORM GRAVA-LOG-PARCELA
                   MOVE "COD044"   TO ARQUIVO-EXE
                   MOVE "I"        TO ACAO-EXE
                   MOVE SPACES     TO CHAVE-REG-EXE
                   MOVE CHAVE-CO44 TO CHAVE-REG-EXE(1:8)
                   PERFORM REGISTRA-ITEM
                   MOVE SPACES     TO ULTIMA-CHAVE-EXE
                   MOVE PARCELA-W  TO ULTIMA-CHAVE-EXE(1:2)
                   PERFORM PONTO-CONTROLE
           END-WRITE.

       GRAVA-PARCELA-EXIT. EXIT.

       AVANCA-UM-MES SECTION.
           IF   MES-VCTO-W LESS 12
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE OPERACAO-LOG-W     TO LOG3-OPERACAO.
           MOVE "COD044"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-CONTRATO-CO44   TO LOG3-CHAVE-REG(1:6).

       GRAVA-LOG-FISICA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-CONTROLE - consulta o LOG017 antes da conferencia
      *    de parcelas: plano interrompido do mesmo contrato, com os
      *    mesmos parametros, e' retomado (as parcelas que ele ja
      *    gravou nao recusam o contrato); plano concluido ou de
      *    outros parametros so depois de estornado.
      *----------------------------------------------------------------
       VERIFICA-CONTROLE SECTION.
           MOVE ZEROS        TO RETOMADA-W.
           MOVE "V"          TO FUNCAO-EXE.
           MOVE PROGRAMA-USU TO PROGRAMA-EXE.
           MOVE USUARIO-PARM TO USUARIO-EXE.
           CALL "GRDEXE" USING PARAMETROS-GRDEXE.
           EVALUATE GRDEXE-RETORNO
               WHEN "01"
                    MOVE 1 TO RETOMADA-W
               WHEN "02"
                    DISPLAY "PLANO DO CONTRATO JA GERADO PELA EXECUCAO "
                            EXECUCAO-EXE
                    DISPLAY "ESTORNE AQUELA EXECUCAO PARA REFAZER "
                            "(OPCAO E)."
                    MOVE 1 TO ERRO-W
               WHEN "10"
                    DISPLAY "CONTRATO JA GERADO PELA EXECUCAO "
                            EXECUCAO-EXE " (" PARAMETROS-EXE ")"
                    DISPLAY "ESTORNE AQUELA EXECUCAO ANTES (OPCAO E)."
                    MOVE 1 TO ERRO-W
           END-EVALUATE.

       VERIFICA-CONTROLE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    INICIA-CONTROLE - registra a execucao no LOG017 (GRDEXE):
      *    mesma execucao interrompida e' retomada da ultima chave;
      *    concluida com os mesmos parametros faz nova passada (o que
      *    ja existe e' pulado); outra execucao viva sobre o mesmo
      *    escopo recusa esta ate ser estornada.
      *----------------------------------------------------------------
       INICIA-CONTROLE SECTION.
           MOVE ZEROS  TO CONTROLE-EXEC-W RETOMADA-W.
           MOVE SPACES TO ULTIMA-CHAVE-EXE.

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
      *    DESFAZ-REGISTRO - parcela gerada pela execucao sai do
      *    COD044 (com trilha de EXCLUSAO no LOG003) enquanto nao foi
      *    baixada, renegociada (COP056) nem cedida em bordero
      *    (COP089); parcela que ja sumiu conta como desfeita.
      *----------------------------------------------------------------
       DESFAZ-REGISTRO SECTION.
           MOVE CHAVE-REG-EXE(1:8) TO CHAVE-CO44.
           READ COD044
               INVALID KEY
                   MOVE 1 TO ITEM-DESFEITO-W
                   GO TO DESFAZ-REGISTRO-EXIT
           END-READ.

           IF   DATA-PGTO-CO44 NOT EQUAL ZEROS
           OR   VALOR-PAGO-CO44 NOT EQUAL ZEROS
           OR  (SITUACAO-CO44 NUMERIC AND SITUACAO-CO44 EQUAL 1)
           OR  (BORDERO-CO44 NUMERIC AND BORDERO-CO44 NOT EQUAL ZEROS)
                DISPLAY "CONTRATO " NR-CONTRATO-CO44 " PARCELA "
                        PARCELA-CO44 " JA MOVIMENTADA - MANTIDA."
                GO TO DESFAZ-REGISTRO-EXIT.

           DELETE COD044 RECORD
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO COD044: " ST-COD044
                   GO TO DESFAZ-REGISTRO-EXIT
           END-DELETE.
           MOVE 1          TO ITEM-DESFEITO-W.
           MOVE "EXCLUSAO" TO OPERACAO-LOG-W.
           PERFORM GRAVA-LOG-PARCELA.

       DESFAZ-REGISTRO-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE COD041 COD044 LOG003.

