      *        VID107 STATUS 6, RCD103 STATUS 7, PESQUISA COD056 E
      *        LOG003) E REGISTRA AS TENTATIVAS FRUSTRADAS COM MOTIVO
      *        E REAGENDAMENTO NO COD058 - HOJE A TENTATIVA QUE NAO
      *        VIRA ENTREGA NAO DEIXA RASTRO. O FONE DA FOLHA SAI
      *        MASCARADO (GRDMSK) PARA QUEM NAO TEM A CONCESSAO DE
      *        DADOS PESSOAIS NO USD002.

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
      *----------------------------------------------------------------
      *    MONTA-FONE - prefere o fone novo com DDD (carga GALHO70);
      *    sem ele sai o campo antigo de 8 digitos, como no CGP093.
      *    O numero passa pelo GRDMSK; o DDD sai sempre.
      *----------------------------------------------------------------
       MONTA-FONE SECTION.
           MOVE SPACES       TO FONE-REL.
           MOVE "F"          TO FUNCAO-MSK.
           MOVE USUARIO-PARM TO USUARIO-MSK.
           IF   DDD-FONE1-CG11 NUMERIC
           AND  FONE1-NOVO-CG11 NUMERIC
           AND  FONE1-NOVO-CG11 NOT EQUAL ZEROS
                MOVE FONE1-NOVO-CG11 TO DADO-NUM-MSK
                CALL "GRDMSK" USING PARAMETROS-GRDMSK
                MOVE DDD-FONE1-CG11  TO FONE-REL(2:2)
                MOVE "("             TO FONE-REL(1:1)
                MOVE ")"             TO FONE-REL(4:1)
                MOVE SAIDA-MSK       TO FONE-REL(5:10)
           ELSE
                MOVE FONE1-CG11      TO DADO-NUM-MSK
                CALL "GRDMSK" USING PARAMETROS-GRDMSK
                MOVE SAIDA-MSK       TO FONE-REL.

       MONTA-FONE-EXIT. EXIT.

