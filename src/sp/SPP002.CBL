      *        (COPIA O ARQUIVO DE CAPTURA PARA A IMPRESSORA, SEM
      *        RODAR O RELATORIO DE NOVO) E EXPURGA REGISTROS ANTIGOS
      *        (O ARQUIVO FISICO E REMOVIDO PELA ROTINA DE LIMPEZA DO
      *        SERVIDOR A PARTIR DA SITUACAO 2-EXPURGADO). A TIRADA
      *        MARCADA COM DADOS PESSOAIS COMPLETOS (DADOS-PESSOAIS-
      *        SP01 - VER GRDMSK) SO REIMPRIME PARA USUARIO E SENHA
      *        COM A CONCESSAO "DADOSPES" NO USD002.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  DATA-PARM             PIC 9(8)     VALUE ZEROS.
           05  SEQ-PARM              PIC 9(4)     VALUE ZEROS.
           05  MARCA-DP-W            PIC X(3)     VALUE SPACES.
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

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
                   GO TO LISTA-TIRADA-EXIT.
           IF   DATA-SP01 NOT EQUAL DATA-PARM
                GO TO LISTA-TIRADA-EXIT.
           MOVE SPACES TO MARCA-DP-W.
           IF   DADOS-PESSOAIS-SP01 EQUAL "S"
                MOVE "DP " TO MARCA-DP-W.
           DISPLAY "SEQ " SEQ-SP01 " " PROGRAMA-SP01 " "
                   HORA-SP01 " " USUARIO-SP01 " SIT "
                   SITUACAO-SP01 " PAG " PAGINAS-SP01 " "
                   MARCA-DP-W PARAMETROS-SP01(1:30).
           GO TO LISTA-TIRADA.

       LISTA-TIRADA-EXIT. EXIT.
                DISPLAY "TIRADA JA EXPURGADA."
                GO TO REIMPRIME-TIRADA-EXIT.

           IF   DADOS-PESSOAIS-SP01 EQUAL "S"
                PERFORM CONFERE-CONCESSAO
                IF   ERRO-W NOT EQUAL 0
                     MOVE 0 TO ERRO-W
                     GO TO REIMPRIME-TIRADA-EXIT.

           MOVE ARQUIVO-SP01 TO PATH-CAPTURA-W.
           OPEN INPUT CAPTURA.
           IF   ST-CAPTURA NOT EQUAL "00"

       REIMPRIME-TIRADA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-CONCESSAO - tirada com CPF/RG/fone completo: pede
      *    usuario e senha com a concessao "DADOSPES" (GRDUSU).
      *----------------------------------------------------------------
       CONFERE-CONCESSAO SECTION.
           DISPLAY "TIRADA COM DADOS PESSOAIS COMPLETOS.".
           DISPLAY "USUARIO COM A CONCESSAO..............: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-USU.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE "DADOSPES" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "REIMPRESSAO RECUSADA (" GRDUSU-RETORNO
                        ") - VER USP002."
                MOVE 1 TO ERRO-W.

       CONFERE-CONCESSAO-EXIT. EXIT.

       COPIA-LINHA SECTION.
           READ CAPTURA
               AT END
