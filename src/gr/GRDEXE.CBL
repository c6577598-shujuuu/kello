       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDEXE.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Controle de execucao dos geradores em lote  *
                      *   (RCP105, COP047, CCP118, PDP105): registra  *
                      *   cada execucao com escopo, parametros e a    *
                      *   ultima chave processada (LOG017) e a chave  *
                      *   de tudo o que ela gravou (LOG018). Mesma    *
                      *   execucao de novo retoma da ultima chave;    *
                      *   outra execucao sobre o mesmo escopo e'      *
                      *   recusada enquanto a primeira nao for        *
                      *   estornada; o estorno devolve ao gerador a   *
                      *   lista do que desfazer, item por item.       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LOGX017.

           COPY LOGX018.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LOGW017.

           COPY LOGW018.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 LOG017-OK                PIC  9(001) VALUE 0.
              88 ARQUIVOS-LOG017-OK VALUE 1.
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-LOG017                PIC  X(002) VALUE SPACES.
           05 ST-LOG018                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       01  AREAS-DE-TRABALHO-2.
           05 FIM-LEITURA-W            PIC  9(001) VALUE 0.
           05 FIM-ITENS-W              PIC  9(001) VALUE 1.
           05 ULTIMA-EXEC-W            PIC  9(006) VALUE ZEROS.
           05 MESMA-EXEC-W             PIC  9(006) VALUE ZEROS.
           05 CONFLITO-EXEC-W          PIC  9(006) VALUE ZEROS.
           05 QTDE-RESTA-W             PIC  9(006) VALUE ZEROS.
           05 QTDE-LISTA-W             PIC  9(006) VALUE ZEROS.
           05 DATA-HORA-W.
              10 DATA-W                PIC  9(008) VALUE ZEROS.
              10 HORA-W                PIC  9(006) VALUE ZEROS.
           05 DATA-HORA-NUM-W REDEFINES DATA-HORA-W PIC 9(014).
           05 HORA-SIST-W              PIC  9(008) VALUE ZEROS.

       01  LINHA-LISTA.
           05 EXECUCAO-LIS             PIC  Z(005)9.
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 SITUACAO-LIS             PIC  X(001).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 ESCOPO-LIS               PIC  X(020).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 PARAMETROS-LIS           PIC  X(030).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 ITENS-LIS                PIC  ZZZZZ9.
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 USUARIO-LIS              PIC  X(005).

       01  CAB-LISTA.
           05 FILLER                   PIC  X(040) VALUE
              "EXEC.  S ESCOPO               PARAMETROS".
           05 FILLER                   PIC  X(034) VALUE
              "                      ITENS USUAR".

       LINKAGE SECTION.

       01  PARAMETROS-GRDEXE.
           05 FUNCAO-EXE                  PIC  X(001).
      *    FUNCAO-EXE = "V" verifica o escopo, sem gravar nada
      *                 "I" verifica e inicia (execucao nova) ou
      *                     reabre (concluida, mesmos parametros)
      *                 "P" ponto de controle - grava ULTIMA-CHAVE
      *                 "G" registra um item gravado pela execucao
      *                 "C" conclui a execucao
      *                 "L" lista as execucoes vivas do programa
      *                 "A" abre o estorno de EXECUCAO-EXE
      *                 "N" devolve o proximo item a desfazer
      *                 "X" item desfeito - retira da lista
      *                 "F" fecha o estorno
           05 PROGRAMA-EXE                PIC  X(008).
           05 EXECUCAO-EXE                PIC  9(006).
           05 USUARIO-EXE                 PIC  X(005).
           05 ESCOPO-INI-EXE              PIC  X(020).
           05 ESCOPO-FIM-EXE              PIC  X(020).
           05 PARAMETROS-EXE              PIC  X(040).
      *    na recusa ("10") e na abertura do estorno ("A") o escopo,
      *    os parametros e a situacao voltam com os da execucao
      *    encontrada
           05 ULTIMA-CHAVE-EXE            PIC  X(030).
      *    ULTIMA-CHAVE-EXE = "V"/"I": de onde retomar (branco =
      *                       do inicio); "P": a chave processada
           05 QTDE-EXE                    PIC  9(006).
      *    QTDE-EXE = itens registrados ("I"/"G"/"A"); itens que
      *               ficaram sem desfazer ("F")
           05 ARQUIVO-EXE                 PIC  X(008).
           05 ACAO-EXE                    PIC  X(001).
           05 CHAVE-REG-EXE               PIC  X(030).
      *    ARQUIVO/ACAO/CHAVE-REG = o item ("G" entrada, "N" saida);
      *    ACAO "I" incluido (desfazer = excluir), "M" marcado
      *    (desfazer = desmarcar)
           05 SITUACAO-EXE                PIC  X(001).
           05 GRDEXE-RETORNO              PIC  X(002).
      *    GRDEXE-RETORNO = "V"/"I": "00" escopo livre (execucao
      *                     nova); "01" mesma execucao interrompida
      *                     - retomar de ULTIMA-CHAVE-EXE; "02" mesma
      *                     execucao ja concluida ("I" reabre, do
      *                     inicio); "10" escopo de outra execucao
      *                     viva - recusar ate ela ser estornada
      *                     "A": "00" aberto; "01" execucao inexistente
      *                     ou ja estornada
      *                     "N": "00" item devolvido; "10" fim da lista
      *                     "F": "00" estornada; "01" sobraram itens
      *                     "99" LOG017/LOG018 indisponiveis (o gerador
      *                     segue sem controle, como antes)

       PROCEDURE DIVISION USING PARAMETROS-GRDEXE.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CONTROLE THRU 005-99-FIM
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE "00" TO GRDEXE-RETORNO.

           IF   NOT ARQUIVOS-LOG017-OK
                MOVE "99" TO GRDEXE-RETORNO
                GO TO 010-99-FIM.

           EVALUATE FUNCAO-EXE
               WHEN "V"
                    PERFORM 020-VERIFICA-ESCOPO THRU 020-99-FIM
               WHEN "I"
                    PERFORM 020-VERIFICA-ESCOPO THRU 020-99-FIM
                    PERFORM 025-INICIA-EXECUCAO THRU 025-99-FIM
               WHEN "P"
                    PERFORM 030-PONTO-CONTROLE THRU 030-99-FIM
               WHEN "G"
                    PERFORM 035-REGISTRA-ITEM THRU 035-99-FIM
               WHEN "C"
                    PERFORM 040-CONCLUI-EXECUCAO THRU 040-99-FIM
               WHEN "L"
                    PERFORM 045-LISTA-EXECUCOES THRU 045-99-FIM
               WHEN "A"
                    PERFORM 050-ABRE-ESTORNO THRU 050-99-FIM
               WHEN "N"
                    PERFORM 055-PROXIMO-ITEM THRU 055-99-FIM
               WHEN "X"
                    PERFORM 060-ITEM-DESFEITO THRU 060-99-FIM
               WHEN "F"
                    PERFORM 065-FECHA-ESTORNO THRU 065-99-FIM
           END-EVALUATE.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CONTROLE - ABRE LOG017/LOG018 PARA ATUALIZACAO,  *
      *    CRIANDO-OS VAZIOS NA PRIMEIRA VEZ. SEM ELES O CONTROLE     *
      *    FICA INATIVO ("99") E OS GERADORES SEGUEM COMO SEMPRE.     *
      *****************************************************************
       005-ABRIR-CONTROLE.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "LOG017" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LOG017.
           MOVE "LOG018" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LOG018.
           CLOSE CONTROLE.

           OPEN I-O LOG017.
           IF   ST-LOG017 EQUAL "35"
                CLOSE LOG017       OPEN OUTPUT LOG017
                CLOSE LOG017       OPEN I-O LOG017.
           IF   ST-LOG017 NOT EQUAL "00"
                GO TO 005-99-FIM.

           OPEN I-O LOG018.
           IF   ST-LOG018 EQUAL "35"
                CLOSE LOG018       OPEN OUTPUT LOG018
                CLOSE LOG018       OPEN I-O LOG018.
           IF   ST-LOG018 NOT EQUAL "00"
                CLOSE LOG017
                GO TO 005-99-FIM.

           MOVE 1 TO LOG017-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    020-VERIFICA-ESCOPO - PERCORRE AS EXECUCOES DO PROGRAMA:   *
      *    A VIVA (NAO ESTORNADA) DE MESMO ESCOPO E PARAMETROS E' A   *
      *    QUE SE RETOMA; QUALQUER OUTRA VIVA CUJA FAIXA TOQUE A      *
      *    PEDIDA BLOQUEIA. SEM NENHUMA, O NUMERO DA NOVA E' O        *
      *    SEGUINTE AO ULTIMO DO PROGRAMA.                            *
      *****************************************************************
       020-VERIFICA-ESCOPO.

           MOVE ZEROS  TO ULTIMA-EXEC-W MESMA-EXEC-W CONFLITO-EXEC-W.
           MOVE 0      TO FIM-LEITURA-W.
           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE ZEROS        TO EXECUCAO-LOG17.
           START LOG017 KEY IS NOT LESS CHAVE-LOG17
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W
           END-START.
           PERFORM 021-CONFERE-EXECUCAO THRU 021-99-FIM
                   UNTIL FIM-LEITURA-W EQUAL 1.

           IF   CONFLITO-EXEC-W NOT EQUAL ZEROS
                MOVE CONFLITO-EXEC-W TO EXECUCAO-EXE
                PERFORM 022-DEVOLVE-EXECUCAO THRU 022-99-FIM
                MOVE "10" TO GRDEXE-RETORNO
                GO TO 020-99-FIM.

           IF   MESMA-EXEC-W NOT EQUAL ZEROS
                MOVE MESMA-EXEC-W TO EXECUCAO-EXE
                PERFORM 022-DEVOLVE-EXECUCAO THRU 022-99-FIM
                IF   EXECUCAO-CONCLUIDA-LOG17
                     MOVE SPACES TO ULTIMA-CHAVE-EXE
                     MOVE "02"   TO GRDEXE-RETORNO
                ELSE
                     MOVE ULTIMA-CHAVE-LOG17 TO ULTIMA-CHAVE-EXE
                     MOVE "01"   TO GRDEXE-RETORNO
                END-IF
                GO TO 020-99-FIM.

           COMPUTE EXECUCAO-EXE = ULTIMA-EXEC-W + 1.
           MOVE SPACES TO ULTIMA-CHAVE-EXE SITUACAO-EXE.
           MOVE ZEROS  TO QTDE-EXE.

       020-99-FIM. EXIT.

       021-CONFERE-EXECUCAO.

           READ LOG017 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO 021-99-FIM
           END-READ.

           IF   PROGRAMA-LOG17 NOT EQUAL PROGRAMA-EXE
                MOVE 1 TO FIM-LEITURA-W
                GO TO 021-99-FIM.

           MOVE EXECUCAO-LOG17 TO ULTIMA-EXEC-W.
           IF   EXECUCAO-ESTORNADA-LOG17
                GO TO 021-99-FIM.
           IF   ESCOPO-INI-LOG17 GREATER ESCOPO-FIM-EXE
           OR   ESCOPO-FIM-LOG17 LESS ESCOPO-INI-EXE
                GO TO 021-99-FIM.

           IF   ESCOPO-INI-LOG17 EQUAL ESCOPO-INI-EXE
           AND  ESCOPO-FIM-LOG17 EQUAL ESCOPO-FIM-EXE
           AND  PARAMETROS-LOG17 EQUAL PARAMETROS-EXE
           AND  MESMA-EXEC-W EQUAL ZEROS
                MOVE EXECUCAO-LOG17 TO MESMA-EXEC-W
           ELSE
                IF   CONFLITO-EXEC-W EQUAL ZEROS
                     MOVE EXECUCAO-LOG17 TO CONFLITO-EXEC-W.

       021-99-FIM. EXIT.

       022-DEVOLVE-EXECUCAO.

           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG17.
           READ LOG017
               INVALID KEY
                   MOVE "99" TO GRDEXE-RETORNO
                   GO TO 022-99-FIM
           END-READ.

           MOVE ESCOPO-INI-LOG17  TO ESCOPO-INI-EXE.
           MOVE ESCOPO-FIM-LOG17  TO ESCOPO-FIM-EXE.
           MOVE PARAMETROS-LOG17  TO PARAMETROS-EXE.
           MOVE SITUACAO-LOG17    TO SITUACAO-EXE.
           MOVE QTDE-ITENS-LOG17  TO QTDE-EXE.

       022-99-FIM. EXIT.

      *****************************************************************
      *    025-INICIA-EXECUCAO - GRAVA A EXECUCAO NOVA ("00") OU      *
      *    REABRE A CONCLUIDA DE MESMOS PARAMETROS ("02"), QUE FAZ    *
      *    UMA PASSADA COMPLETA - O GERADOR PULA O QUE JA EXISTE.     *
      *****************************************************************
       025-INICIA-EXECUCAO.

           PERFORM 070-DATA-HORA THRU 070-99-FIM.

           IF   GRDEXE-RETORNO EQUAL "02"
                MOVE "A"        TO SITUACAO-LOG17 SITUACAO-EXE
                MOVE SPACES     TO ULTIMA-CHAVE-LOG17
                MOVE ZEROS      TO TERMINO-LOG17
                REWRITE REG-LOG017
                    INVALID KEY
                        MOVE "99" TO GRDEXE-RETORNO
                END-REWRITE
                GO TO 025-99-FIM.

           IF   GRDEXE-RETORNO NOT EQUAL "00"
                GO TO 025-99-FIM.

           MOVE SPACES           TO REG-LOG017.
           MOVE PROGRAMA-EXE     TO PROGRAMA-LOG17.
           MOVE EXECUCAO-EXE     TO EXECUCAO-LOG17.
           MOVE ESCOPO-INI-EXE   TO ESCOPO-INI-LOG17.
           MOVE ESCOPO-FIM-EXE   TO ESCOPO-FIM-LOG17.
           MOVE PARAMETROS-EXE   TO PARAMETROS-LOG17.
           MOVE "A"              TO SITUACAO-LOG17 SITUACAO-EXE.
           MOVE ZEROS            TO QTDE-ITENS-LOG17 TERMINO-LOG17
                                    DATA-ESTORNO-LOG17.
           MOVE USUARIO-EXE      TO USUARIO-LOG17.
           MOVE DATA-HORA-NUM-W  TO INICIO-LOG17.
           WRITE REG-LOG017
               INVALID KEY
                   MOVE "99" TO GRDEXE-RETORNO
           END-WRITE.

       025-99-FIM. EXIT.

      *****************************************************************
      *    030-PONTO-CONTROLE - A CHAVE QUE O GERADOR ACABOU DE       *
      *    PROCESSAR; E' DALI QUE UMA INTERRUPCAO RETOMA.             *
      *****************************************************************
       030-PONTO-CONTROLE.

           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG17.
           READ LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
                   GO TO 030-99-FIM
           END-READ.

           MOVE ULTIMA-CHAVE-EXE TO ULTIMA-CHAVE-LOG17.
           REWRITE REG-LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
           END-REWRITE.

       030-99-FIM. EXIT.

       035-REGISTRA-ITEM.

           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG17.
           READ LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
                   GO TO 035-99-FIM
           END-READ.

           ADD  1 TO QTDE-ITENS-LOG17.
           MOVE QTDE-ITENS-LOG17 TO QTDE-EXE.
           REWRITE REG-LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
                   GO TO 035-99-FIM
           END-REWRITE.

           MOVE SPACES           TO REG-LOG018.
           MOVE PROGRAMA-EXE     TO PROGRAMA-LOG18.
           MOVE EXECUCAO-EXE     TO EXECUCAO-LOG18.
           MOVE QTDE-ITENS-LOG17 TO SEQ-LOG18.
           MOVE ARQUIVO-EXE      TO ARQUIVO-LOG18.
           MOVE ACAO-EXE         TO ACAO-LOG18.
           MOVE CHAVE-REG-EXE    TO CHAVE-REG-LOG18.
           WRITE REG-LOG018
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
           END-WRITE.

       035-99-FIM. EXIT.

       040-CONCLUI-EXECUCAO.

           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG17.
           READ LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
                   GO TO 040-99-FIM
           END-READ.

           PERFORM 070-DATA-HORA THRU 070-99-FIM.
           MOVE "C"             TO SITUACAO-LOG17.
           MOVE DATA-HORA-NUM-W TO TERMINO-LOG17.
           REWRITE REG-LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
           END-REWRITE.

       040-99-FIM. EXIT.

      *****************************************************************
      *    045-LISTA-EXECUCOES - AS EXECUCOES VIVAS DO PROGRAMA NO    *
      *    CONSOLE, PARA O OPERADOR ESCOLHER QUAL ESTORNAR.           *
      *****************************************************************
       045-LISTA-EXECUCOES.

           MOVE ZEROS  TO QTDE-LISTA-W.
           MOVE 0      TO FIM-LEITURA-W.
           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE ZEROS        TO EXECUCAO-LOG17.
           START LOG017 KEY IS NOT LESS CHAVE-LOG17
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W
           END-START.
           DISPLAY CAB-LISTA.
           PERFORM 046-LISTA-UMA THRU 046-99-FIM
                   UNTIL FIM-LEITURA-W EQUAL 1.
           IF   QTDE-LISTA-W EQUAL ZEROS
                DISPLAY "NENHUMA EXECUCAO A ESTORNAR.".

       045-99-FIM. EXIT.

       046-LISTA-UMA.

           READ LOG017 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO 046-99-FIM
           END-READ.

           IF   PROGRAMA-LOG17 NOT EQUAL PROGRAMA-EXE
                MOVE 1 TO FIM-LEITURA-W
                GO TO 046-99-FIM.
           IF   EXECUCAO-ESTORNADA-LOG17
                GO TO 046-99-FIM.

           MOVE EXECUCAO-LOG17   TO EXECUCAO-LIS.
           MOVE SITUACAO-LOG17   TO SITUACAO-LIS.
           MOVE ESCOPO-INI-LOG17 TO ESCOPO-LIS.
           MOVE PARAMETROS-LOG17 TO PARAMETROS-LIS.
           MOVE QTDE-ITENS-LOG17 TO ITENS-LIS.
           MOVE USUARIO-LOG17    TO USUARIO-LIS.
           DISPLAY LINHA-LISTA.
           ADD 1 TO QTDE-LISTA-W.

       046-99-FIM. EXIT.

      *****************************************************************
      *    050-ABRE-ESTORNO - CONFERE A EXECUCAO E POSICIONA NO       *
      *    PRIMEIRO ITEM DELA. O GERADOR PEDE OS ITENS UM A UM ("N"), *
      *    DESFAZ NO SEU ARQUIVO E CONFIRMA ("X"); NO FIM ("F") A     *
      *    EXECUCAO SO VIRA ESTORNADA SE NAO SOBROU ITEM.             *
      *****************************************************************
       050-ABRE-ESTORNO.

           MOVE 1 TO FIM-ITENS-W.
           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG17.
           READ LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
                   GO TO 050-99-FIM
           END-READ.
           IF   EXECUCAO-ESTORNADA-LOG17
                MOVE "01" TO GRDEXE-RETORNO
                GO TO 050-99-FIM.

           PERFORM 022-DEVOLVE-EXECUCAO THRU 022-99-FIM.

           MOVE PROGRAMA-EXE TO PROGRAMA-LOG18.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG18.
           MOVE ZEROS        TO SEQ-LOG18.
           START LOG018 KEY IS NOT LESS CHAVE-LOG18
               INVALID KEY
                   GO TO 050-99-FIM
           END-START.
           MOVE 0 TO FIM-ITENS-W.

       050-99-FIM. EXIT.

       055-PROXIMO-ITEM.

           IF   FIM-ITENS-W EQUAL 1
                MOVE "10" TO GRDEXE-RETORNO
                GO TO 055-99-FIM.

           READ LOG018 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ITENS-W
           END-READ.
           IF   FIM-ITENS-W EQUAL 0
                IF   PROGRAMA-LOG18 NOT EQUAL PROGRAMA-EXE
                OR   EXECUCAO-LOG18 NOT EQUAL EXECUCAO-EXE
                     MOVE 1 TO FIM-ITENS-W.
           IF   FIM-ITENS-W EQUAL 1
                MOVE "10" TO GRDEXE-RETORNO
                GO TO 055-99-FIM.

           MOVE ARQUIVO-LOG18   TO ARQUIVO-EXE.
           MOVE ACAO-LOG18      TO ACAO-EXE.
           MOVE CHAVE-REG-LOG18 TO CHAVE-REG-EXE.

       055-99-FIM. EXIT.

       060-ITEM-DESFEITO.

           DELETE LOG018 RECORD
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
           END-DELETE.

       060-99-FIM. EXIT.

       065-FECHA-ESTORNO.

           MOVE ZEROS TO QTDE-RESTA-W.
           MOVE 0     TO FIM-LEITURA-W.
           MOVE PROGRAMA-EXE TO PROGRAMA-LOG18.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG18.
           MOVE ZEROS        TO SEQ-LOG18.
           START LOG018 KEY IS NOT LESS CHAVE-LOG18
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W
           END-START.
           PERFORM 066-CONTA-ITEM THRU 066-99-FIM
                   UNTIL FIM-LEITURA-W EQUAL 1.
           MOVE QTDE-RESTA-W TO QTDE-EXE.

           IF   QTDE-RESTA-W NOT EQUAL ZEROS
                MOVE "01" TO GRDEXE-RETORNO
                GO TO 065-99-FIM.

           MOVE PROGRAMA-EXE TO PROGRAMA-LOG17.
           MOVE EXECUCAO-EXE TO EXECUCAO-LOG17.
           READ LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
                   GO TO 065-99-FIM
           END-READ.

           PERFORM 070-DATA-HORA THRU 070-99-FIM.
           MOVE "E"             TO SITUACAO-LOG17 SITUACAO-EXE.
           MOVE USUARIO-EXE     TO USUARIO-ESTORNO-LOG17.
           MOVE DATA-HORA-NUM-W TO DATA-ESTORNO-LOG17.
           REWRITE REG-LOG017
               INVALID KEY
                   MOVE "01" TO GRDEXE-RETORNO
           END-REWRITE.

       065-99-FIM. EXIT.

       066-CONTA-ITEM.

           READ LOG018 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO 066-99-FIM
           END-READ.

           IF   PROGRAMA-LOG18 NOT EQUAL PROGRAMA-EXE
           OR   EXECUCAO-LOG18 NOT EQUAL EXECUCAO-EXE
                MOVE 1 TO FIM-LEITURA-W
                GO TO 066-99-FIM.

           ADD 1 TO QTDE-RESTA-W.

       066-99-FIM. EXIT.

       070-DATA-HORA.

           ACCEPT DATA-W FROM DATE YYYYMMDD.
           ACCEPT HORA-SIST-W FROM TIME.
           MOVE HORA-SIST-W(1:6) TO HORA-W.

       070-99-FIM. EXIT.

       END PROGRAM GRDEXE.
