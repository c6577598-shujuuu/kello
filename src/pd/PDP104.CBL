      *        PDD102 (VER PDP106); ESTOURANDO O LIMITE OU HAVENDO
      *        CHEQUE DEVOLVIDO/NEGATIVACAO, A EFETIVACAO SO SEGUE COM
      *        LIBERACAO DE SUPERVISOR, REGISTRADA EM LOG003.
      *        O CONTRATO NASCE SEM ASSINATURA: AO FINAL DA CONVERSAO
      *        O OPERADOR E' AVISADO (GRDASS) DE QUE AS PARCELAS DEVEM
      *        ESPERAR A ASSINATURA DO FORMANDO E DOS RESPONSAVEIS
      *        (MINUTA PELO COP065, CONTROLE NO COP099).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-GRDASS.
      *    assinaturas do contrato (COD083 - ver GRDASS/COP099);
      *    "99" = controle nao implantado, sem aviso
           05  NR-CONTRATO-ASS       PIC 9(6)     VALUE ZEROS.
           05  GRDASS-RETORNO        PIC X(2)     VALUE SPACES.
           05  QTDE-SIGNAT-ASS       PIC 9(2)     VALUE ZEROS.
           05  QTDE-ASSINADAS-ASS    PIC 9(2)     VALUE ZEROS.
           05  QTDE-ENVIADAS-ASS     PIC 9(2)     VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           DISPLAY "PEDIDO " PEDIDO-PARM " CONVERTIDO NO CONTRATO "
                   NOVO-CONTRATO-W ".".

           MOVE NOVO-CONTRATO-W TO NR-CONTRATO-ASS.
           CALL "GRDASS" USING PARAMETROS-GRDASS.
           IF   GRDASS-RETORNO EQUAL "01"
                DISPLAY "AVISO: CONTRATO AINDA SEM ASSINATURA ("
                        QTDE-ASSINADAS-ASS " DE " QTDE-SIGNAT-ASS
                        ") - GERAR PARCELAS SO DEPOIS DE ASSINADO."
                DISPLAY "       MINUTA PELO COP065, CONTROLE NO COP099".

       CONVERTE-PEDIDO-EXIT. EXIT.

       PROCURA-MAIOR-CONTRATO SECTION.
