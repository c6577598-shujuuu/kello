      *        AINDA EM CONVERSAO - VER GALHO52) PELA CHAVE ALTERNATIVA
      *        DE CPF (ALT2-CG11/ALT2-CG91), ONDE OS REGISTROS DE UM
      *        MESMO CPF FICAM ADJACENTES, E LISTA TODO CPF ASSOCIADO A
      *        DUAS OU MAIS COMBINACOES DE CLASSIF/CODIGO. O CPF SAI
      *        MASCARADO (GRDMSK) PARA QUEM NAO TEM A CONCESSAO DE
      *        DADOS PESSOAIS NO USD002.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    usuario, parametros e paginas da tirada sao regravados
           05  PAGINAS-SPL           PIC 9(5)     VALUE ZEROS.

       01  PARAMETROS-GRDMSK.
      *    mascara LGPD (ver GRDMSK): completo so com a concessao
      *    "DADOSPES" do usuario que assina a tirada
           05  FUNCAO-MSK            PIC X(1)     VALUE SPACES.
           05  USUARIO-MSK           PIC X(5)     VALUE SPACES.
           05  DADO-MSK              PIC X(16)    VALUE SPACES.
           05  DADO-NUM-MSK REDEFINES DADO-MSK PIC 9(16).
           05  SAIDA-MSK             PIC X(20)    VALUE SPACES.
           05  GRDMSK-RETORNO        PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           "CPF               CLASSIF  CODIGO     NOME".

       01  LINDET.
           05  CPF-REL               PIC X(18)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CLASSIF-REL           PIC 9       VALUE ZEROS.
           05  FILLER                PIC X(6)    VALUE SPACES.
           05  CODIGO-REL            PIC Z(7)9   VALUE ZEROS.
           IF   CPF-CG11 EQUAL CPF-ANT-W
           AND  CPF-CG11 NOT EQUAL ZEROS
                IF   NOT GRUPO-IMPRESSO-TRUE
                     MOVE CPF-ANT-W     TO DADO-NUM-MSK
                     PERFORM MASCARA-CPF
                     MOVE CLASSIF-ANT-W TO CLASSIF-REL
                     MOVE CODIGO-ANT-W  TO CODIGO-REL
                     PERFORM IMPRIME-NOME-CG01
                     PERFORM IMPRIME-LINHA-DUPLIC
                     MOVE 1 TO GRUPO-IMPRESSO-W
                END-IF
                MOVE CPF-CG11     TO DADO-NUM-MSK
                PERFORM MASCARA-CPF
                MOVE CLASSIF-CG11 TO CLASSIF-REL
                MOVE CODIGO-CG11  TO CODIGO-REL
                PERFORM IMPRIME-NOME-CG01
           IF   CPF-CG91 EQUAL CPF-ANT-W
           AND  CPF-CG91 NOT EQUAL ZEROS
                IF   NOT GRUPO-IMPRESSO-TRUE
                     MOVE CPF-ANT-W     TO DADO-NUM-MSK
                     PERFORM MASCARA-CPF
                     MOVE CLASSIF-ANT-W TO CLASSIF-REL
                     MOVE CODIGO-ANT-W  TO CODIGO-REL
                     PERFORM IMPRIME-NOME-CG01
                     PERFORM IMPRIME-LINHA-DUPLIC
                     MOVE 1 TO GRUPO-IMPRESSO-W
                END-IF
                MOVE CPF-CG91     TO DADO-NUM-MSK
                PERFORM MASCARA-CPF
                MOVE CLASSIF-CG91 TO CLASSIF-REL
                MOVE CODIGO-CG91  TO CODIGO-REL
                PERFORM IMPRIME-NOME-CG01
           END-IF.
           MOVE NOME-CG01-AUX TO NOME-REL.

       MASCARA-CPF SECTION.
           MOVE "C"         TO FUNCAO-MSK.
           MOVE USUARIO-SPL TO USUARIO-MSK.
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           MOVE SAIDA-MSK   TO CPF-REL.

       IMPRIME-LINHA-DUPLIC SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
