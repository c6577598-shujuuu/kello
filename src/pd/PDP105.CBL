      *        COMISSAO-PD100 = "1" PARA REEXECUTAR NAO DUPLICAR -
      *        MESMA TRILHA DE FOLHA DO CCP113/CCP118. VENDEDOR SEM
      *        TABELA SAI NA LISTA DE EXCECOES E SEUS PEDIDOS FICAM
      *        PARA A PROXIMA RODADA. O CREDITO SAI CARIMBADO COM O
      *        CENTRO DE CUSTO DAS COMISSOES INFORMADO NA ABERTURA
      *        (CENTRO-CUSTO-CC110, VALIDADO PELO CXP127V), QUE O
      *        CCP113 LEVA PARA O TITULO. SEGUE A CONVENCAO DE
      *        SIMULACAO DO GAPWCNV. A GRAVACAO FICA NO CONTROLE DE
      *        EXECUCAO (LOG017/LOG018 - VER GRDEXE): O MESMO MES E
      *        CENTRO REPETIDO DEPOIS DE UMA INTERRUPCAO RETOMA A
      *        MARCACAO DO ULTIMO PEDIDO MARCADO; O MES COM OUTRO
      *        CENTRO E' RECUSADO ATE A PRIMEIRA EXECUCAO SER
      *        ESTORNADA. A OPCAO E (NIVEL 2) ESTORNA UMA EXECUCAO:
      *        EXCLUI OS CREDITOS QUE ELA GEROU (MENOS OS JA LEVADOS AO
      *        CONTAS CORRENTES, LIBERADOS OU DE MES FECHADO) E
      *        DESMARCA OS PEDIDOS QUE ELA MARCOU, MENOS OS DO VENDEDOR
      *        CUJO CREDITO FICOU. A VIGENCIA DO CCD114 COM FAIXAS DE
      *        ATINGIMENTO (CCD118 - VER CCP120) PAGA O PERCENTUAL DA
      *        MAIOR FAIXA ALCANCADA PELO VENDEDOR NA META DO MES
      *        (PDD107, APURADA PELO PDP112V); SEM META NO MES OU
      *        ABAIXO DA PRIMEIRA FAIXA VALE O PERCENTUAL DA TABELA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CCPX114.

           COPY CCPX118.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.

           COPY CCPW114.

           COPY CCPW118.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-PDD100             PIC XX       VALUE SPACES.
           05  ST-CCD110             PIC XX       VALUE SPACES.
           05  ST-CCD114             PIC XX       VALUE SPACES.
           05  ST-CCD118             PIC XX       VALUE SPACES.
           05  SEM-CCD118-W          PIC 9        VALUE ZEROS.
      *    SEM-CCD118-W = 1 sem faixas de atingimento (status 35): vale
      *    so o percentual do CCD114
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PDD100            PIC 9        VALUE ZEROS.
              88  FIM-PDD100-TRUE       VALUE 1.
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  CENTRO-PARM           PIC 9(3)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DOCTO-COMISSAO-W.
               10  FILLER            PIC X(2)     VALUE "CM".
           05  PERCENTUAL-ACHADO-W   PIC 9(3)V99  VALUE ZEROS.
           05  VENDEDOR-PROC-W       PIC 9(6)     VALUE ZEROS.
           05  ACHOU-TAXA-W          PIC 9        VALUE ZEROS.
           05  VENDEDOR-TAXA-W       PIC 9(6)     VALUE ZEROS.
           05  VIGENCIA-ACHADA-W     PIC 9(6)     VALUE ZEROS.
      *    VENDEDOR-TAXA-W/VIGENCIA-ACHADA-W = chave do CCD114 de onde
      *    veio o percentual (o proprio vendedor ou o padrao 000000)
           05  FIM-FAIXA-W           PIC 9        VALUE ZEROS.
           05  ATINGIMENTO-W         PIC 9(4)V99  VALUE ZEROS.
           05  CREDITO-EXISTE-W      PIC 9        VALUE ZEROS.
           05  VALOR-EXISTENTE-W     PIC 9(8)V99  VALUE ZEROS.
           05  QTDE-DIVERGENTES-W    PIC 9(3)     VALUE ZEROS.
           05  QTDE-JA-LANCADOS-W    PIC 9(3)     VALUE ZEROS.
           05  QTDE-FECHADOS-W       PIC 9(3)     VALUE ZEROS.
           05  QTDE-MARCADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-BLOQ-W           PIC 9(3)     VALUE ZEROS.
           05  IND-BLOQ-W            PIC 9(3)     VALUE ZEROS.
           05  ACHOU-BLOQ-W          PIC 9        VALUE ZEROS.
           05  PARAM-EXEC-W.
               10  FILLER            PIC X(16)
                                     VALUE "CENTRO DE CUSTO ".
               10  CENTRO-EXEC-W     PIC 9(3).
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-CXP127V.
      *    cadastro de centros de custo (CXD113/CXP127V - ver CXP127):
      *    centro inexistente ou inativo e' recusado; "99" = cadastro
      *    ainda nao implantado, gravacao segue com o centro digitado
           05  CENTRO-VAL            PIC 9(3)     VALUE ZEROS.
           05  CXP127V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DESCRICAO-VAL         PIC X(30)    VALUE SPACES.

           COPY GAPWCNV.

       01  PARAMETROS-PDP112V.
      *    meta x realizado do vendedor no mes (PDD107 - ver PDP112V)
           05  VENDEDOR-ATG          PIC 9(6)     VALUE ZEROS.
           05  MESANO-ATG            PIC 9(6)     VALUE ZEROS.
           05  PDP112V-RETORNO       PIC X(2)     VALUE SPACES.
           05  META-VALOR-ATG        PIC 9(8)V99  VALUE ZEROS.
           05  META-PEDIDOS-ATG      PIC 9(5)     VALUE ZEROS.
           05  META-TURMAS-ATG       PIC 9(3)     VALUE ZEROS.
           05  VALOR-EFETIVADO-ATG   PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-CANCELADO-ATG   PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-REALIZADO-ATG   PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PEDIDOS-ATG      PIC 9(5)     VALUE ZEROS.
           05  QTDE-CANCELADOS-ATG   PIC 9(5)     VALUE ZEROS.
           05  QTDE-TURMAS-ATG       PIC 9(3)     VALUE ZEROS.
           05  PERC-ATINGIDO-ATG     PIC 9(4)V99  VALUE ZEROS.

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

       01  TAB-VENDEDOR.
           05  VENDEDOR-OCR OCCURS 200 TIMES INDEXED BY VEND-IDX.
               10  CODIGO-VEND-TAB   PIC 9(6).
      *        POSTADO-TAB = 1 credito gravado (ou ja existente): os
      *        pedidos do vendedor serao marcados na segunda varredura

       01  TAB-BLOQUEADOS.
      *    no estorno: vendedores cujo credito nao pode ser excluido -
      *    os pedidos deles continuam marcados
           05  VENDEDOR-BLOQ         PIC 9(6)     OCCURS 200 TIMES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "VENDEDOR  QTDE          BASE    %      COMISSAO PEDIDOS
      -    "        SITUACAO      ATING%".

       01  LINDET.
           05  VENDEDOR-REL          PIC Z(5)9   VALUE ZEROS.
           05  SEQ-FIM-REL           PIC 9(6)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(12)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  ATING-REL             PIC ZZZ9 BLANK WHEN ZERO
                                                 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
                IF   ERRO-W EQUAL 0
                     PERFORM CABECALHO
                     PERFORM ACUMULA-PEDIDOS UNTIL FIM-PDD100-TRUE
                     PERFORM PROCESSA-VENDEDORES
                     PERFORM MARCA-PEDIDOS
                     PERFORM CONCLUI-CONTROLE
                     PERFORM EXIBE-RESUMO
                END-IF
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "CCD110" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD110.
           MOVE "CCD114" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD114.
           MOVE "CCD118" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CCD118.
           CLOSE CONTROLE.

           OPEN I-O PDD100.
                DISPLAY "ERRO ABERTURA CCD114: " ST-CCD114
                MOVE 1 TO ERRO-W.

           OPEN INPUT CCD118.
           IF   ST-CCD118 EQUAL "35"
                MOVE 1 TO SEM-CCD118-W
           ELSE
                IF   ST-CCD118 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA CCD118: " ST-CCD118
                     MOVE 1 TO ERRO-W.

           OPEN I-O CCD110.
           IF   ST-CCD110 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CCD110: " ST-CCD110
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
           DISPLAY "MES BASE DA COMISSAO (AAAAMM)..........: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           DISPLAY "CENTRO DE CUSTO DAS COMISSOES (000=SEM): "
               WITH NO ADVANCING.
           ACCEPT CENTRO-PARM.
           MOVE CENTRO-PARM TO CENTRO-VAL.
           CALL "CXP127V" USING PARAMETROS-CXP127V.
           IF   CXP127V-RETORNO EQUAL "01"
           OR   CXP127V-RETORNO EQUAL "02"
                DISPLAY "CENTRO DE CUSTO INVALIDO OU INATIVO ("
                        CXP127V-RETORNO ") - VER CXP127."
                STOP RUN.
           DISPLAY "SOMENTE SIMULAR, SEM GRAVAR (S/N)......: "
               WITH NO ADVANCING.
           ACCEPT RESP-MODO-GA.
                MOVE 0 TO MODO-CONVERSAO-GA
           END-IF.

           MOVE SPACES      TO ESCOPO-INI-EXE.
           MOVE MESANO-PARM TO ESCOPO-INI-EXE(1:6).
           MOVE ESCOPO-INI-EXE TO ESCOPO-FIM-EXE.
           MOVE CENTRO-PARM TO CENTRO-EXEC-W.
           MOVE PARAM-EXEC-W TO PARAMETROS-EXE.
           PERFORM INICIA-CONTROLE.
           IF   ERRO-W NOT EQUAL 0
                GO TO SOLICITA-PARAMETROS-EXIT.

           MOVE MESANO-PARM TO MESANO-DOCTO-W MESANO-REL.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE ALL "0" TO TAB-VENDEDOR.
               INVALID KEY
                   MOVE 1 TO FIM-PDD100.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ACUMULA-PEDIDOS - varredura sequencial completa de PDD100
      *    pela chave primaria com filtro em working-storage (tecnica
           MOVE ZEROS                    TO VALOR-LIBERADO-CC110.
           MOVE 0                        TO ATUALIZADO-CC-CC110.
           MOVE USUARIO-PARM             TO DIGITADOR-CC110.
           MOVE CENTRO-PARM              TO CENTRO-CUSTO-CC110.
           WRITE REG-CCD110
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CCD110: " ST-CCD110
                   ADD 1 TO QTDE-ALTERADOS-GA
                   MOVE 1 TO POSTADO-TAB (VEND-IDX)
                   MOVE "GERADO"      TO SITUACAO-REL
                   PERFORM REGISTRA-CREDITO
           END-WRITE.
           PERFORM IMPRIME-VENDEDOR.

      *    CCP118); sem taxa propria vale a do vendedor 000000.
      *----------------------------------------------------------------
       LOCALIZA-PERCENTUAL SECTION.
           MOVE ZEROS TO ACHOU-TAXA-W PERCENTUAL-ACHADO-W
                         ATINGIMENTO-W.
           MOVE CODIGO-VEND-TAB (VEND-IDX) TO VENDEDOR-PROC-W.
           PERFORM PROCURA-VIGENCIA.
           IF   ACHOU-TAXA-W EQUAL 0
           AND  VENDEDOR-PROC-W NOT EQUAL ZEROS
                MOVE ZEROS TO VENDEDOR-PROC-W
                PERFORM PROCURA-VIGENCIA.
           IF   ACHOU-TAXA-W EQUAL 1
           AND  SEM-CCD118-W EQUAL 0
                PERFORM APLICA-FAIXA-ATINGIMENTO.

       LOCALIZA-PERCENTUAL-EXIT. EXIT.

                GO TO PROCURA-VIGENCIA-EXIT.
           MOVE 1 TO ACHOU-TAXA-W.
           MOVE PERCENTUAL-CC114 TO PERCENTUAL-ACHADO-W.
           MOVE VENDEDOR-CC114   TO VENDEDOR-TAXA-W.
           MOVE VIGENCIA-CC114   TO VIGENCIA-ACHADA-W.
           GO TO PROCURA-VIGENCIA-LOOP.

       PROCURA-VIGENCIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    APLICA-FAIXA-ATINGIMENTO - vigencia com faixas no CCD118:
      *    o atingimento da meta do mes (PDP112V) escolhe a maior
      *    faixa alcancada, lidas em ordem crescente de % da meta.
      *    Sem faixas, sem meta no mes ou abaixo da primeira faixa
      *    fica o percentual da tabela.
      *----------------------------------------------------------------
       APLICA-FAIXA-ATINGIMENTO SECTION.
           MOVE VENDEDOR-TAXA-W   TO VENDEDOR-CC118.
           MOVE VIGENCIA-ACHADA-W TO VIGENCIA-CC118.
           MOVE ZEROS             TO ATINGIMENTO-CC118.
           START CCD118 KEY IS NOT LESS CHAVE-CC118
               INVALID KEY
                   GO TO APLICA-FAIXA-ATINGIMENTO-EXIT
           END-START.
           READ CCD118 NEXT RECORD
               AT END
                   GO TO APLICA-FAIXA-ATINGIMENTO-EXIT
           END-READ.
           IF   VENDEDOR-CC118 NOT EQUAL VENDEDOR-TAXA-W
           OR   VIGENCIA-CC118 NOT EQUAL VIGENCIA-ACHADA-W
                GO TO APLICA-FAIXA-ATINGIMENTO-EXIT.

           MOVE CODIGO-VEND-TAB (VEND-IDX) TO VENDEDOR-ATG.
           MOVE MESANO-PARM                TO MESANO-ATG.
           CALL "PDP112V" USING PARAMETROS-PDP112V.
           IF   PDP112V-RETORNO NOT EQUAL "00"
                GO TO APLICA-FAIXA-ATINGIMENTO-EXIT.
           MOVE PERC-ATINGIDO-ATG TO ATINGIMENTO-W.

           MOVE ZEROS TO FIM-FAIXA-W.
           PERFORM CONFERE-FAIXA UNTIL FIM-FAIXA-W EQUAL 1.

       APLICA-FAIXA-ATINGIMENTO-EXIT. EXIT.

       CONFERE-FAIXA SECTION.
           IF   ATINGIMENTO-CC118 GREATER ATINGIMENTO-W
                MOVE 1 TO FIM-FAIXA-W
                GO TO CONFERE-FAIXA-EXIT.
           MOVE PERCENTUAL-CC118 TO PERCENTUAL-ACHADO-W.
           READ CCD118 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-FAIXA-W
                   GO TO CONFERE-FAIXA-EXIT
           END-READ.
           IF   VENDEDOR-CC118 NOT EQUAL VENDEDOR-TAXA-W
           OR   VIGENCIA-CC118 NOT EQUAL VIGENCIA-ACHADA-W
                MOVE 1 TO FIM-FAIXA-W.

       CONFERE-FAIXA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VERIFICA-CREDITO-EXISTENTE - a chave primaria de CCD110
      *    carrega a data do movimento, que muda a cada rodada; a
      *    MARCA-PEDIDOS - segunda varredura completa de PDD100
      *    carimbando COMISSAO-PD100 = "1" nos pedidos dos vendedores
      *    cujo credito foi gravado (ou ja existia). Na simulacao nada
      *    e' marcado. Na retomada de uma execucao interrompida na
      *    marcacao, a varredura recomeca depois do ultimo pedido
      *    marcado ("P" + sequencia na ultima chave).
      *----------------------------------------------------------------
       MARCA-PEDIDOS SECTION.
           IF   CONVERSAO-SIMULACAO-GA
                GO TO MARCA-PEDIDOS-EXIT.

           MOVE ZEROS TO FIM-PDD100 SEQUENCIA-PD100.
           IF   RETOMADA-W EQUAL 1
           AND  ULTIMA-CHAVE-EXE(1:1) EQUAL "P"
                MOVE ULTIMA-CHAVE-EXE(2:6) TO SEQUENCIA-PD100
                START PDD100 KEY IS GREATER SEQUENCIA-PD100
                    INVALID KEY
                        MOVE 1 TO FIM-PDD100
                END-START
           ELSE
                START PDD100 KEY IS NOT LESS SEQUENCIA-PD100
                    INVALID KEY
                        MOVE 1 TO FIM-PDD100
                END-START
           END-IF.
           PERFORM MARCA-UM-PEDIDO UNTIL FIM-PDD100-TRUE.

       MARCA-PEDIDOS-EXIT. EXIT.
                   DISPLAY "ERRO REGRAVACAO PDD100: " ST-PDD100
               NOT INVALID KEY
                   ADD 1 TO QTDE-MARCADOS-W
                   MOVE "PDD100"        TO ARQUIVO-EXE
                   MOVE "M"             TO ACAO-EXE
                   MOVE SPACES          TO CHAVE-REG-EXE
                   MOVE SEQUENCIA-PD100 TO CHAVE-REG-EXE(1:6)
                   PERFORM REGISTRA-ITEM
                   MOVE SPACES          TO ULTIMA-CHAVE-EXE
                   MOVE "P"             TO ULTIMA-CHAVE-EXE(1:1)
                   MOVE SEQUENCIA-PD100 TO ULTIMA-CHAVE-EXE(2:6)
                   PERFORM PONTO-CONTROLE
           END-REWRITE.

       MARCA-UM-PEDIDO-EXIT. EXIT.
                MOVE VALOR-COMISSAO-W      TO COMISSAO-REL.
           MOVE SEQ-INI-TAB (VEND-IDX)     TO SEQ-INI-REL.
           MOVE SEQ-FIM-TAB (VEND-IDX)     TO SEQ-FIM-REL.
           MOVE ATINGIMENTO-W              TO ATING-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

           DISPLAY "CREDITOS DIVERGENTES (VER CCP112)..: "
                   QTDE-DIVERGENTES-W.

      *----------------------------------------------------------------
      *    REGISTRA-CREDITO - credito gravado entra na lista da
      *    execucao; a ultima chave ("C" + vendedor) so informa em que
      *    vendedor parou - a retomada dos creditos e' a propria
      *    conferencia do VERIFICA-CREDITO-EXISTENTE.
      *----------------------------------------------------------------
       REGISTRA-CREDITO SECTION.
           MOVE "CCD110"          TO ARQUIVO-EXE.
           MOVE "I"               TO ACAO-EXE.
           MOVE SPACES            TO CHAVE-REG-EXE.
           MOVE DATA-MOVTO-CC110  TO CHAVE-REG-EXE(1:8).
           MOVE CODIGO-CC110      TO CHAVE-REG-EXE(9:6).
           MOVE DOCTO-CC110       TO CHAVE-REG-EXE(15:10).
           PERFORM REGISTRA-ITEM.
           MOVE SPACES            TO ULTIMA-CHAVE-EXE.
           MOVE "C"               TO ULTIMA-CHAVE-EXE(1:1).
           MOVE CODIGO-CC110      TO ULTIMA-CHAVE-EXE(2:6).
           PERFORM PONTO-CONTROLE.

       REGISTRA-CREDITO-EXIT. EXIT.

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
      *    DESFAZ-REGISTRO - os creditos da execucao vem antes dos
      *    pedidos que ela marcou (a marcacao e' sempre depois do
      *    credito do vendedor): credito que nao pode sair poe o
      *    vendedor na lista de bloqueados e os pedidos dele ficam
      *    marcados, para a comissao nao ser paga duas vezes.
      *----------------------------------------------------------------
       DESFAZ-REGISTRO SECTION.
           IF   ARQUIVO-EXE EQUAL "PDD100"
                PERFORM DESFAZ-MARCA
           ELSE
                PERFORM DESFAZ-CREDITO.

       DESFAZ-REGISTRO-EXIT. EXIT.

       DESFAZ-CREDITO SECTION.
           MOVE CHAVE-REG-EXE(1:8)   TO DATA-MOVTO-CC110.
           MOVE CHAVE-REG-EXE(9:6)   TO CODIGO-CC110.
           MOVE CHAVE-REG-EXE(15:10) TO DOCTO-CC110.
           READ CCD110
               INVALID KEY
                   MOVE 1 TO ITEM-DESFEITO-W
                   GO TO DESFAZ-CREDITO-EXIT
           END-READ.

           MOVE DATA-MOVTO-CC110 TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   ATUALIZADO-CC-CC110 EQUAL 1
           OR   VALOR-LIBERADO-CC110 NOT EQUAL ZEROS
           OR   CTP001V-RETORNO EQUAL "01"
                DISPLAY "CREDITO DO VENDEDOR " CODIGO-CC110
                        " JA MOVIMENTADO OU EM MES FECHADO - MANTIDO."
                IF   QTDE-BLOQ-W LESS 200
                     ADD 1 TO QTDE-BLOQ-W
                     MOVE CODIGO-CC110 TO VENDEDOR-BLOQ (QTDE-BLOQ-W)
                END-IF
                GO TO DESFAZ-CREDITO-EXIT.

           DELETE CCD110 RECORD
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CCD110: " ST-CCD110
                   GO TO DESFAZ-CREDITO-EXIT
           END-DELETE.
           MOVE 1 TO ITEM-DESFEITO-W.

       DESFAZ-CREDITO-EXIT. EXIT.

       DESFAZ-MARCA SECTION.
           MOVE CHAVE-REG-EXE(1:6) TO SEQUENCIA-PD100.
           READ PDD100
               INVALID KEY
                   MOVE 1 TO ITEM-DESFEITO-W
                   GO TO DESFAZ-MARCA-EXIT
           END-READ.
           IF   NOT COMISSAO-LANCADA-PD100
                MOVE 1 TO ITEM-DESFEITO-W
                GO TO DESFAZ-MARCA-EXIT.

           PERFORM PROCURA-BLOQUEADO.
           IF   ACHOU-BLOQ-W EQUAL 1
                GO TO DESFAZ-MARCA-EXIT.

           MOVE SPACES TO COMISSAO-PD100.
           REWRITE REG-PDD100
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO PDD100: " ST-PDD100
               NOT INVALID KEY
                   MOVE 1 TO ITEM-DESFEITO-W
           END-REWRITE.

       DESFAZ-MARCA-EXIT. EXIT.

       PROCURA-BLOQUEADO SECTION.
           MOVE ZEROS TO ACHOU-BLOQ-W IND-BLOQ-W.

       PROCURA-BLOQUEADO-LOOP.
           ADD  1 TO IND-BLOQ-W.
           IF   IND-BLOQ-W GREATER QTDE-BLOQ-W
                GO TO PROCURA-BLOQUEADO-EXIT.
           IF   VENDEDOR-BLOQ (IND-BLOQ-W) EQUAL VENDEDOR-PD100
                MOVE 1 TO ACHOU-BLOQ-W
                GO TO PROCURA-BLOQUEADO-EXIT.
           GO TO PROCURA-BLOQUEADO-LOOP.

       PROCURA-BLOQUEADO-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE PDD100 CCD110 CCD114 RELAT.
           IF   SEM-CCD118-W EQUAL 0
                CLOSE CCD118.

       END PROGRAM PDP105.
