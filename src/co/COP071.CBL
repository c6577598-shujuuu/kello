      *        DO LABORATORIO (LBD103 COM REFACAO-L103 = 1, CONFERIDO
      *        AQUI) E CONSULTA. A RECLAMACAO DEIXA DE MORAR EM QUEM
      *        ATENDEU O TELEFONE; O AGING E O POR-TURMA SAEM NO
      *        COP072. TRILHA EM LOG003. NA ABERTURA, CODIGO DE
      *        CLIENTE ZERO ABRE A PESQUISA PELO NOME (GRDNOM).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-GRDNOM.
      *    pesquisa do cliente pelo nome (ver GRDNOM): codigo zero
      *    abre a pesquisa e a classificacao vem do CGD011 achado
           05  FUNCAO-NOM            PIC X        VALUE SPACES.
           05  USUARIO-NOM           PIC X(5)     VALUE SPACES.
           05  CODIGO-NOM            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-NOM           PIC 9        VALUE ZEROS.
           05  NOME-NOM              PIC X(40)    VALUE SPACES.
           05  TIPO-NOM              PIC 9        VALUE ZEROS.
           05  QTDE-NOM              PIC 9(6)     VALUE ZEROS.
           05  GRDNOM-RETORNO        PIC X(2)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           DISPLAY "CLASSIFICACAO DO CLIENTE (0/1).......: "
               WITH NO ADVANCING.
           ACCEPT CLASSIF-CLIENTE-CO57.
           DISPLAY "CODIGO DO CLIENTE (0 = PESQUISA NOME): "
               WITH NO ADVANCING.
           ACCEPT CODIGO-CLIENTE-CO57.
           IF   CODIGO-CLIENTE-CO57 EQUAL ZEROS
                PERFORM PESQUISA-CLIENTE.
           DISPLAY "CONTRATO (0 = SEM CONTRATO)..........: "
               WITH NO ADVANCING.
           ACCEPT NR-CONTRATO-CO57.

       ABRE-TICKET-EXIT. EXIT.

       PESQUISA-CLIENTE SECTION.
           MOVE "B"          TO FUNCAO-NOM.
           MOVE USUARIO-PARM TO USUARIO-NOM.
           MOVE 1            TO TIPO-NOM.
           CALL "GRDNOM" USING PARAMETROS-GRDNOM.
           IF   GRDNOM-RETORNO EQUAL "00"
                MOVE CODIGO-NOM  TO CODIGO-CLIENTE-CO57
                MOVE CLASSIF-NOM TO CLASSIF-CLIENTE-CO57
                DISPLAY "CLIENTE: " CLASSIF-CLIENTE-CO57 "/"
                        CODIGO-CLIENTE-CO57 " " NOME-NOM.

       PESQUISA-CLIENTE-EXIT. EXIT.

       PROXIMO-TICKET SECTION.
           MOVE ZEROS TO ULT-TICKET-W FIM-VARREDURA-W TICKET-CO57.
           START COD057 KEY IS NOT LESS TICKET-CO57
