      *        AINDA O ARQUIVO SEPARADO POR PONTO-E-VIRGULA COM TODOS
      *        OS PRESTADORES DO ANO PARA O TRABALHO DE DIRF DO
      *        CONTADOR - HOJE CADA INFORME E A SOMA MANUAL DE DOZE
      *        RECIBOS. O DESCONTO DE ADIANTAMENTO DE VIAGEM (TIPO 2 -
      *        CCP124) NAO E RENDIMENTO E FICA FORA DO INFORME. O CPF
      *        (NO INFORME E NO ARQUIVO) SAI MASCARADO PELO GRDMSK SE
      *        O USUARIO INFORMADO NAO TEM A CONCESSAO DE DADOS
      *        PESSOAIS NO USD002 - O TRABALHO DE DIRF PEDE A
      *        CONCESSAO A QUEM GERA O ARQUIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ANO-PARM              PIC 9(4)     VALUE ZEROS.
           05  CODIGO-PARM           PIC 9(6)     VALUE ZEROS.
      *    CODIGO-PARM zerado = informe de todos os codigos do ano
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
      *    USUARIO-PARM so fica preenchido se a senha conferir; em
      *    branco o CPF sai mascarado
           05  MESANO-INIC-W         PIC 9(6)     VALUE ZEROS.
           05  MESANO-FIM-W          PIC 9(6)     VALUE ZEROS.
           05  MES-AUX-W             PIC 9(2)     VALUE ZEROS.
           05  QTDE-INFORMES-W       PIC 9(4)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-GRDMSK.
      *    mascara LGPD (ver GRDMSK): completo so com a concessao
      *    "DADOSPES" do usuario que emite os informes
           05  FUNCAO-MSK            PIC X(1)     VALUE SPACES.
           05  USUARIO-MSK           PIC X(5)     VALUE SPACES.
           05  DADO-MSK              PIC X(16)    VALUE SPACES.
           05  DADO-NUM-MSK REDEFINES DADO-MSK PIC 9(16).
           05  SAIDA-MSK             PIC X(20)    VALUE SPACES.
           05  GRDMSK-RETORNO        PIC X(2)     VALUE SPACES.

       01  TAB-PRESTADOR.
           05  PREST-OCR OCCURS 300 TIMES INDEXED BY PRE-IDX.
               10  CODIGO-TAB        PIC 9(6).
           05  NOME-REL              PIC X(40)   VALUE SPACES.
       01  CABINF4.
           05  FILLER                PIC X(10)   VALUE "CPF.....: ".
           05  CPF-REL               PIC X(14)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X       VALUE ";".
           05  NOME-CSV              PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X       VALUE ";".
           05  CPF-CSV               PIC X(14)   VALUE SPACES.
           05  FILLER                PIC X       VALUE ";".
           05  LIBERADO-CSV          PIC 9(11),99 VALUE ZEROS.
           05  FILLER                PIC X       VALUE ";".
           DISPLAY "CODIGO (0 = TODOS DO ANO)..............: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           DISPLAY "USUARIO RESPONSAVEL....................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA..................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "DADOSPES"   TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "SEM CONCESSAO DE DADOS PESSOAIS ("
                        GRDUSU-RETORNO ") - CPF SAI MASCARADO."
                MOVE SPACES TO USUARIO-PARM.
           DISPLAY "NOME DO ARQUIVO CSV A GERAR............: "
               WITH NO ADVANCING.
           ACCEPT PATH-CSV-W.

      *----------------------------------------------------------------
      *    ACUMULA-LIBERADO - liberado do ano por codigo e mes; o
      *    estorno de comissao (TIPO-CC110 = 1) abate, como no CCP112;
      *    o desconto de adiantamento (TIPO-CC110 = 2) nao entra.
      *----------------------------------------------------------------
       ACUMULA-LIBERADO SECTION.
           READ CCD110 NEXT RECORD
                GO TO ACUMULA-LIBERADO-EXIT.
           IF   VALOR-LIBERADO-CC110 EQUAL ZEROS
                GO TO ACUMULA-LIBERADO-EXIT.
           IF   TIPO-CC110 EQUAL 2
                GO TO ACUMULA-LIBERADO-EXIT.

           PERFORM LOCALIZA-PRESTADOR.
           MOVE MESANO-BASE-CC110(5:2) TO SUB-MES-W.
           END-READ.
           MOVE NOME-CG01 TO NOME-REL NOME-CSV.

           MOVE SPACES TO CPF-REL CPF-CSV.
           IF   SEM-CCD115-W EQUAL 0
                MOVE CODIGO-TAB (PRE-IDX) TO CODIGO-CC115
                READ CCD115
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        PERFORM MASCARA-CPF
                END-READ.

           IF   PRIMEIRA-PAGINA-W EQUAL 1

       IMPRIME-UM-INFORME-EXIT. EXIT.

       MASCARA-CPF SECTION.
           MOVE "C"          TO FUNCAO-MSK.
           MOVE USUARIO-PARM TO USUARIO-MSK.
           MOVE CPF-CC115    TO DADO-NUM-MSK.
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           MOVE SAIDA-MSK    TO CPF-REL CPF-CSV.

       MASCARA-CPF-EXIT. EXIT.

       IMPRIME-UM-MES SECTION.
           ADD  1 TO MES-AUX-W.
           MOVE MES-AUX-W TO MES-REL SUB-MES-W.
