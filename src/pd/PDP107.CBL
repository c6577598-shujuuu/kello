      *        DE/PARA, DATA, HORA E USUARIO, E A CONSULTA DO
      *        HISTORICO DE UM PEDIDO. EFETIVADO COM CONTRATO JA
      *        GERADO (PDP104) NAO VOLTA ATRAS. TRILHA EM LOG003; O
      *        FUNIL POR VENDEDOR SAI NO PDP108. QUANDO O PEDIDO SAI
      *        DE ORCAMENTO/CONDICIONAL PARA ENCOMENDA OU EFETIVADO E
      *        TEM PROPOSTA IMPRESSA (PDP111), PEDE A VERSAO ACEITA
      *        PELO CLIENTE, MARCA-A NO PDD105 E GUARDA O NUMERO EM
      *        VERSAO-PROPOSTA-PD100 (AVISA SE A VALIDADE JA VENCEU).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY PDPX103.

           COPY PDPX105.

           COPY LOGX003.

       DATA DIVISION.

           COPY PDPW103.

           COPY PDPW105.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-PDD100             PIC XX       VALUE SPACES.
           05  ST-PDD103             PIC XX       VALUE SPACES.
           05  ST-PDD105             PIC XX       VALUE SPACES.
           05  SEM-PDD105-W          PIC 9        VALUE ZEROS.
      *    SEM-PDD105-W = 1 empresa que ainda nao emitiu proposta no
      *    PDP111 (status 35): a situacao muda sem pedir a versao
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  HIST-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-HIST-W          PIC 9(3)     VALUE ZEROS.
           05  VERSAO-PARM           PIC 9(3)     VALUE ZEROS.
           05  ULTIMA-VERSAO-W       PIC 9(3)     VALUE ZEROS.
           05  VERSAO-ACEITA-W       PIC 9(3)     VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           MOVE EMPRESA          TO EMP-REC.
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "PDD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD103.
           MOVE "PDD105" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD105.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

                DISPLAY "ERRO ABERTURA PDD103: " ST-PDD103
                MOVE 1 TO ERRO-W.

           OPEN I-O PDD105.
           IF   ST-PDD105 EQUAL "35"
                MOVE 1 TO SEM-PDD105-W
           ELSE
                IF   ST-PDD105 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA PDD105: " ST-PDD105
                     MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                DISPLAY "PEDIDO JA ESTA NESTA SITUACAO."
                GO TO MUDA-SITUACAO-EXIT.

           MOVE ZEROS TO VERSAO-ACEITA-W ERRO-W.
           IF  (SITUACAO-PD100 EQUAL 1 OR SITUACAO-PD100 EQUAL 2)
           AND (SITUACAO-NOVA-PARM EQUAL 3
            OR  SITUACAO-NOVA-PARM EQUAL 4)
           AND  SEM-PDD105-W EQUAL 0
                PERFORM SOLICITA-VERSAO-ACEITA
                IF   ERRO-W NOT EQUAL 0
                     MOVE ZEROS TO ERRO-W
                     DISPLAY "SITUACAO NAO ALTERADA."
                     GO TO MUDA-SITUACAO-EXIT.

           MOVE SITUACAO-PD100     TO SITUACAO-ANT-W.
           MOVE SITUACAO-NOVA-PARM TO SITUACAO-PD100.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO DTATUALIZADO-PD100.
           IF   VERSAO-ACEITA-W NOT EQUAL ZEROS
                MOVE VERSAO-ACEITA-W TO VERSAO-PROPOSTA-PD100.
           REWRITE REG-PDD100
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO PDD100: " ST-PDD100

           PERFORM GRAVA-HISTORICO.
           PERFORM GRAVA-LOG-SITUACAO.
           IF   VERSAO-ACEITA-W NOT EQUAL ZEROS
                PERFORM MARCA-VERSAO-ACEITA.
           DISPLAY "SITUACAO ALTERADA DE " SITUACAO-ANT-W
                   " PARA " SITUACAO-NOVA-PARM ".".

       MUDA-SITUACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-VERSAO-ACEITA - pedido com proposta no PDD105:
      *    qual versao o cliente aceitou (0 = a ultima emitida). Sem
      *    proposta impressa a mudanca segue como antes. Versao
      *    inexistente devolve ERRO-W = 1 e a situacao nao muda.
      *----------------------------------------------------------------
       SOLICITA-VERSAO-ACEITA SECTION.
           MOVE ZEROS TO ULTIMA-VERSAO-W FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD105.
           MOVE ZEROS       TO VERSAO-PD105.
           START PDD105 KEY IS NOT LESS CHAVE-PD105
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM PROCURA-ULTIMA-VERSAO UNTIL FIM-VARREDURA-TRUE.
           IF   ULTIMA-VERSAO-W EQUAL ZEROS
                GO TO SOLICITA-VERSAO-ACEITA-EXIT.

           DISPLAY "PROPOSTA IMPRESSA ATE A VERSAO " ULTIMA-VERSAO-W
                   " (PDP111)".
           DISPLAY "VERSAO DA PROPOSTA ACEITA (0=ULTIMA).: "
               WITH NO ADVANCING.
           ACCEPT VERSAO-PARM.
           IF   VERSAO-PARM EQUAL ZEROS
                MOVE ULTIMA-VERSAO-W TO VERSAO-PARM.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD105.
           MOVE VERSAO-PARM TO VERSAO-PD105.
           READ PDD105
               INVALID KEY
                   DISPLAY "VERSAO NAO ENCONTRADA NO PDD105."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-VERSAO-ACEITA-EXIT
           END-READ.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           IF   DATA-VALIDADE-PD105 LESS DATA-HOJE-W
                DISPLAY "ATENCAO: VERSAO " VERSAO-PARM
                        " VENCIDA EM " DATA-VALIDADE-PD105
                DISPLAY "CONFIRMA O ACEITE MESMO ASSIM (S/N)..: "
                    WITH NO ADVANCING
                ACCEPT CONFIRMA-W
                IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                     MOVE 1 TO ERRO-W
                     GO TO SOLICITA-VERSAO-ACEITA-EXIT.

           MOVE VERSAO-PARM TO VERSAO-ACEITA-W.

       SOLICITA-VERSAO-ACEITA-EXIT. EXIT.

       PROCURA-ULTIMA-VERSAO SECTION.
           READ PDD105 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO PROCURA-ULTIMA-VERSAO-EXIT.
           IF   SEQUENCIA-PD105 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO PROCURA-ULTIMA-VERSAO-EXIT.
           MOVE VERSAO-PD105 TO ULTIMA-VERSAO-W.

       PROCURA-ULTIMA-VERSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MARCA-VERSAO-ACEITA - carimba o aceite no PDD105 depois do
      *    PDD100 regravado; a trilha fica no LOG003.
      *----------------------------------------------------------------
       MARCA-VERSAO-ACEITA SECTION.
           MOVE PEDIDO-PARM     TO SEQUENCIA-PD105.
           MOVE VERSAO-ACEITA-W TO VERSAO-PD105.
           READ PDD105
               INVALID KEY
                   DISPLAY "VERSAO NAO ENCONTRADA NO PDD105."
                   GO TO MARCA-VERSAO-ACEITA-EXIT
           END-READ.
           MOVE 1            TO SITUACAO-PD105.
           MOVE DATA-HOJE-W  TO DATA-ACEITE-PD105.
           MOVE USUARIO-PARM TO USUARIO-ACEITE-PD105.
           REWRITE REG-PDD105
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO PDD105: " ST-PDD105
                   GO TO MARCA-VERSAO-ACEITA-EXIT
           END-REWRITE.

           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           ADD 1 TO LOG3-PERIODO.
           MOVE "ALTERACAO"        TO LOG3-OPERACAO.
           MOVE "PDD105"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE PEDIDO-PARM        TO LOG3-CHAVE-REG(1:6).
           MOVE VERSAO-ACEITA-W    TO LOG3-CHAVE-REG(7:3).
           MOVE "SITUACAO-PD105"   TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE "0"                TO LOG3-VALOR-ANTERIOR(1:1).
           MOVE "1"                TO LOG3-VALOR-ATUAL(1:1).
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.
           DISPLAY "VERSAO " VERSAO-ACEITA-W " MARCADA COMO ACEITA.".

       MARCA-VERSAO-ACEITA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-HISTORICO - uma linha de PDD103 por transicao;
      *    colisao de sequencia avanca SEQ-HIST ate gravar, na

       FECHA-ARQUIVOS SECTION.
           CLOSE PDD100 PDD103 LOG003.
           IF   SEM-PDD105-W EQUAL 0
                CLOSE PDD105.

       END PROGRAM PDP107.
