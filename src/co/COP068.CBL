      *        A FOLHA DE CONTATOS DA TURMA IMPRESSA PARA O VENDEDOR.
      *        TRILHA EM LOG003 NOS MOLDES DO COP048; A TELA DE
      *        TURMAS COP046 MOSTRA SE A COMISSAO ESTA REGISTRADA.
      *        O TELEFONE DA FOLHA SAI MASCARADO (GRDMSK) PARA QUEM
      *        NAO TEM A CONCESSAO DE DADOS PESSOAIS NO USD002.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-GRDMSK.
      *    mascara LGPD (ver GRDMSK): completo so com a concessao
      *    "DADOSPES" do usuario responsavel
           05  FUNCAO-MSK            PIC X(1)     VALUE SPACES.
           05  USUARIO-MSK           PIC X(5)     VALUE SPACES.
           05  DADO-MSK              PIC X(16)    VALUE SPACES.
           05  DADO-NUM-MSK REDEFINES DADO-MSK PIC 9(16).
           05  SAIDA-MSK             PIC X(20)    VALUE SPACES.
           05  GRDMSK-RETORNO        PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE "( ".
           05  DDD-REL               PIC 9(2)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE ") ".
           05  FONE-REL              PIC X(10)   VALUE SPACES.

       01  LINDET2.
           05  FILLER                PIC X(16)   VALUE SPACES.
           MOVE CARGO-CO55       TO CARGO-REL.
           MOVE NOME-CO55        TO NOME-REL.
           MOVE DDD-FONE-CO55    TO DDD-REL.
           MOVE "F"              TO FUNCAO-MSK.
           MOVE USUARIO-PARM     TO USUARIO-MSK.
           MOVE FONE-CO55        TO DADO-NUM-MSK.
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           MOVE SAIDA-MSK        TO FONE-REL.
           WRITE REG-RELAT FROM LINDET.
           MOVE E-MAIL-CO55      TO EMAIL-REL.
           MOVE MANDATO-INI-CO55 TO MANDATO-INI-REL.
