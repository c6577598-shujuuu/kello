      *        DATADA DEPOIS DO INICIO DO PERIODO (DATA-CONCESSAO
      *        CARIMBADA PELO USP002) E MARCADA "NOVA" - O PAPEL QUE
      *        OS DONOS ASSINAM A CADA TRIMESTRE PARA EX-FUNCIONARIO
      *        E PERMISSAO OBSOLETA NAO FICAREM VIVOS. NO FIM, A
      *        LISTA DE QUEM TEM A CONCESSAO DE DADOS PESSOAIS
      *        ("DADOSPES" - CPF/RG/FONE COMPLETOS NOS RELATORIOS,
      *        VER GRDMSK), PARA O ENCARREGADO DA LGPD CONFERIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  QTDE-GRANTS-W         PIC 9(5)     VALUE ZEROS.
           05  QTDE-REVOGAR-W        PIC 9(5)     VALUE ZEROS.
           05  QTDE-SEM-SESSAO-W     PIC 9(4)     VALUE ZEROS.
           05  QTDE-DADOSPES-W       PIC 9(3)     VALUE ZEROS COMP.
           COPY "PARAMETR".

       01  TAB-USO.
               10  ULTIMO-USO-TAB    PIC 9(8).
               10  USOS-PERIODO-TAB  PIC 9(5).

       01  TAB-DADOSPES.
      *    concessoes "DADOSPES" guardadas para a lista do resumo
           05  DP-OCR OCCURS 100 TIMES INDEXED BY DP-IDX.
               10  USUARIO-DP-TAB    PIC X(5).
               10  NOME-DP-TAB       PIC X(30).
               10  CONCESSAO-DP-TAB  PIC X(8).

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(28)   VALUE
               "USUARIOS SEM SESSAO.......: ".
           05  QTDE-SEM-SES-REL      PIC ZZZ9    VALUE ZEROS.
       01  LINRES4.
           05  FILLER                PIC X(28)   VALUE
               "CONCESSAO DADOS PESSOAIS..: ".
           05  QTDE-DADOSPES-REL     PIC ZZZ9    VALUE ZEROS.
       01  LINDP0.
           05  FILLER                PIC X(90)   VALUE
           "USUARIOS COM CONCESSAO DE DADOS PESSOAIS (DADOSPES - CPF/RG/
      -    "FONE COMPLETOS):".
       01  LINDP.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  USUARIO-DP-REL        PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  NOME-DP-REL           PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CONCESSAO-DP-REL      PIC X(8)    VALUE SPACES.
       01  LINASS.
           05  FILLER                PIC X(90)   VALUE
           "REVISADO E APROVADO EM ____/____/________  ASSINATURA ______
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

           IF   PROGRAMA-US02 EQUAL "DADOSPES"
                PERFORM GUARDA-DADOSPES.

       REVISA-AUTORIZACAO-EXIT. EXIT.

       GUARDA-DADOSPES SECTION.
           IF   QTDE-DADOSPES-W NOT LESS 100
                DISPLAY "AVISO: LIMITE DE 100 CONCESSOES DADOSPES"
                GO TO GUARDA-DADOSPES-EXIT.
           ADD 1 TO QTDE-DADOSPES-W.
           SET DP-IDX TO QTDE-DADOSPES-W.
           MOVE USUARIO-US02  TO USUARIO-DP-TAB (DP-IDX).
           MOVE NOME-USU-REL  TO NOME-DP-TAB (DP-IDX).
           MOVE CONCESSAO-REL TO CONCESSAO-DP-TAB (DP-IDX).

       GUARDA-DADOSPES-EXIT. EXIT.

       ABRE-USUARIO SECTION.
           MOVE USUARIO-US02 TO USUARIO-REL CODIGO-US01.
           MOVE SPACES       TO NOME-USU-REL SIT-USU-REL.
       SOMA-USOS-PERIODO-EXIT. EXIT.

       IMPRIME-RESUMO SECTION.
           IF   LIN GREATER 52
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDP0 AFTER 2.
           ADD  2 TO LIN.
           IF   QTDE-DADOSPES-W NOT EQUAL ZEROS
                SET DP-IDX TO 1
                PERFORM IMPRIME-DADOSPES QTDE-DADOSPES-W TIMES.

           MOVE QTDE-GRANTS-W     TO QTDE-GRANTS-REL.
           MOVE QTDE-REVOGAR-W    TO QTDE-REVOGAR-REL.
           MOVE QTDE-SEM-SESSAO-W TO QTDE-SEM-SES-REL.
           WRITE REG-RELAT FROM LINRES1.
           WRITE REG-RELAT FROM LINRES2.
           WRITE REG-RELAT FROM LINRES3.
           MOVE QTDE-DADOSPES-W   TO QTDE-DADOSPES-REL.
           WRITE REG-RELAT FROM LINRES4.
           WRITE REG-RELAT FROM LINASS AFTER 3.

       IMPRIME-DADOSPES SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE USUARIO-DP-TAB (DP-IDX)   TO USUARIO-DP-REL.
           MOVE NOME-DP-TAB (DP-IDX)      TO NOME-DP-REL.
           MOVE CONCESSAO-DP-TAB (DP-IDX) TO CONCESSAO-DP-REL.
           WRITE REG-RELAT FROM LINDP.
           ADD  1 TO LIN.
           SET DP-IDX UP BY 1.

       IMPRIME-DADOSPES-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
