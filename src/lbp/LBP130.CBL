      *        HORAS ESCALADAS DO DIA (LBD033 + TURNO DO LBD023), COM
      *        AS COLUNAS DE EXTRA E FALTA E A LINHA DE ASSINATURA -
      *        A FOLHA QUE VAI PARA O CONTADOR, GERADA EM VEZ DE
      *        RECONSTRUIDA. DIA DE AUSENCIA REGISTRADA (LBD046 -
      *        LBP135) SAI COM O TIPO (FERIAS, ATESTADO, FOLGA COMP
      *        OU FALTA); NAS JUSTIFICADAS A ESCALA QUE SOBROU NAO
      *        CONTA COMO FALTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PRIMEIRA-HORA-W       PIC 9(4)     VALUE ZEROS.
           05  ULTIMA-HORA-W         PIC 9(4)     VALUE ZEROS.
           05  TEM-MOVIMENTO-W       PIC 9        VALUE ZEROS.
           05  AUSENTE-W             PIC 9        VALUE ZEROS.
           05  MIN-INTERVALO-W       PIC 9(6)     VALUE ZEROS.
           05  MIN-INTERRUPC-W       PIC 9(6)     VALUE ZEROS.
           05  MIN-TRABALHADO-W      PIC S9(6)    VALUE ZEROS.
              88  ANO-BISSEXTO-TRUE     VALUE 1.
           COPY "PARAMETR".

       01  PARAMETROS-LBP046V.
      *    ausencia do funcionario no dia (LBD046 - ver LBP135); "99"
      *    = cadastro nao implantado, folha como sempre
           05  FUNCIONARIO-AUS       PIC 9(6)     VALUE ZEROS.
           05  DATA-AUS              PIC 9(8)     VALUE ZEROS.
           05  LBP046V-RETORNO       PIC X(2)     VALUE SPACES.
           05  TIPO-AUS              PIC X(1)     VALUE SPACES.
           05  DESCR-TIPO-AUS        PIC X(10)    VALUE SPACES.
           05  DATA-INIC-AUS         PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-AUS          PIC 9(8)     VALUE ZEROS.
           05  DOCUMENTO-AUS         PIC X(20)    VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
      *    PROCESSA-DIA - um dia da folha: movimentos do funcionario no
      *    LBD103 (primeira entrada, ultima saida, descontos) contra a
      *    escala do LBD033/LBD023; extra e falta saem da diferenca.
      *    Dia com ausencia registrada (LBP046V) sai sempre, com o
      *    tipo na observacao.
      *----------------------------------------------------------------
       PROCESSA-DIA SECTION.
           COMPUTE DATA-DIA-W = (MESANO-PARM * 100) + DIA-IDX-W.
           PERFORM APURA-MOVIMENTO-DIA.
           PERFORM APURA-ESCALA-DIA.
           MOVE ZEROS TO AUSENTE-W.
           MOVE FUNCIONARIO-PARM TO FUNCIONARIO-AUS.
           MOVE DATA-DIA-W       TO DATA-AUS.
           CALL "LBP046V" USING PARAMETROS-LBP046V.
           IF   LBP046V-RETORNO EQUAL "01"
                MOVE 1 TO AUSENTE-W.

           IF   TEM-MOVIMENTO-W EQUAL 0
           AND  MIN-ESCALADO-W EQUAL ZEROS
           AND  AUSENTE-W EQUAL 0
                GO TO PROCESSA-DIA-EXIT.

           MOVE ZEROS TO MIN-TRABALHADO-W.
           ELSE
                COMPUTE MIN-FALTA-W =
                        MIN-ESCALADO-W - MIN-TRABALHADO-W.
      *    ferias, atestado e folga compensatoria abonam a escala
           IF   AUSENTE-W EQUAL 1
           AND  TIPO-AUS NOT EQUAL "X"
                MOVE ZEROS TO MIN-FALTA-W.

           IF   LIN GREATER 54
                PERFORM CABECALHO.
           IF   TEM-MOVIMENTO-W EQUAL 0
           AND  MIN-ESCALADO-W GREATER ZEROS
                MOVE "AUSENTE" TO OBS-REL.
           IF   AUSENTE-W EQUAL 1
                MOVE DESCR-TIPO-AUS TO OBS-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.

