      *        PROPRIO TURNO (RECURSO-LB23), COM O FUNCIONARIO
      *        CONFERIDO EM CGD001. A TELA LBP103 CONSULTA ESTA
      *        ESCALA VIA LBP033V PARA AVISAR MOVIMENTO FORA DELA.
      *        FUNCIONARIO AUSENTE NA DATA (FERIAS, ATESTADO, FOLGA
      *        OU FALTA NO LBD046 - VER LBP135) NAO E' ESCALADO.
      *        TRILHA DE AUDITORIA EM LOG003.

       ENVIRONMENT DIVISION.
           05  DATA-FIM-PARM         PIC 9(8)     VALUE ZEROS.
           05  TURNO-PARM            PIC X(1)     VALUE SPACES.
           05  FUNC-PARM             PIC 9(6)     VALUE ZEROS.
           05  DATA-AUX-W            PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           05  DATA-INIC-ED-W        PIC 99/99/9999 VALUE ZEROS.
           05  DATA-FIM-ED-W         PIC 99/99/9999 VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-LBP046V.
      *    ausencia do funcionario na data (LBD046 - ver LBP135):
      *    "01" = ausente, nao escala; "99" = cadastro nao implantado
           05  FUNCIONARIO-AUS       PIC 9(6)     VALUE ZEROS.
           05  DATA-AUS              PIC 9(8)     VALUE ZEROS.
           05  LBP046V-RETORNO       PIC X(2)     VALUE SPACES.
           05  TIPO-AUS              PIC X(1)     VALUE SPACES.
           05  DESCR-TIPO-AUS        PIC X(10)    VALUE SPACES.
           05  DATA-INIC-AUS         PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-AUS          PIC 9(8)     VALUE ZEROS.
           05  DOCUMENTO-AUS         PIC X(20)    VALUE SPACES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): a assinatura do LOG003 so vale depois de
       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ESCALA-FUNCIONARIO - so escala turno ativo de LBD023 e
      *    funcionario presente na data (LBP046V); o recurso do turno
      *    e' sugerido e uma resposta em branco o aceita.
      *----------------------------------------------------------------
       ESCALA-FUNCIONARIO SECTION.
           PERFORM SOLICITA-CHAVE.
           END-READ.
           DISPLAY "FUNCIONARIO: " NOME-CG01.

           MOVE FUNC-PARM TO FUNCIONARIO-AUS.
           MOVE DATA-PARM TO DATA-AUS.
           CALL "LBP046V" USING PARAMETROS-LBP046V.
           IF   LBP046V-RETORNO EQUAL "01"
                MOVE DATA-INIC-AUS TO DATA-AUX-W
                PERFORM CONVERTE-DATA
                MOVE DATA-DMA-R    TO DATA-INIC-ED-W
                MOVE DATA-FIM-AUS  TO DATA-AUX-W
                PERFORM CONVERTE-DATA
                MOVE DATA-DMA-R    TO DATA-FIM-ED-W
                DISPLAY "FUNCIONARIO AUSENTE (" DESCR-TIPO-AUS ") DE "
                        DATA-INIC-ED-W " A " DATA-FIM-ED-W
                        " - VER LBP135."
                GO TO ESCALA-FUNCIONARIO-EXIT.

           MOVE DATA-PARM  TO DATA-LB33.
           MOVE TURNO-PARM TO TURNO-LB33.
           MOVE FUNC-PARM  TO FUNCIONARIO-LB33.

       LISTA-ESCALADO-EXIT. EXIT.

       CONVERTE-DATA SECTION.
           MOVE DIA-AUX-W  TO DIA-DMA-W.
           MOVE MES-AUX-W  TO MES-DMA-W.
           MOVE ANO-AUX-W  TO ANO-DMA-W.

       SOLICITA-CHAVE SECTION.
           DISPLAY "DATA DA ESCALA (AAAAMMDD)............: "
               WITH NO ADVANCING.
