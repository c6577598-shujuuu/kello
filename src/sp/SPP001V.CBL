                      *   do relatorio o programa chama de novo com   *
                      *   MODO-SPL = "F" e o registro ganha usuario,  *
                      *   parametros e total de paginas da tirada.    *
                      *   Se algum CPF/RG/fone saiu completo pelo     *
                      *   GRDMSK nesta tirada, o registro fica        *
                      *   marcado e so reimprime com a concessao.     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(20).
           COPY "PARAMETR".

       01  PARAMETROS-GRDMSK.
      *    "Q": a tirada saiu com dado pessoal completo? (ver GRDMSK)
           05 FUNCAO-MSK               PIC  X(001) VALUE "Q".
           05 USUARIO-MSK              PIC  X(005) VALUE SPACES.
           05 DADO-MSK                 PIC  X(016) VALUE SPACES.
           05 SAIDA-MSK                PIC  X(020) VALUE SPACES.
           05 GRDMSK-RETORNO           PIC  X(002) VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-SPP001V.
           MOVE NOME-SPOOL-W    TO ARQ-REC.
           MOVE EMPRESA-REF     TO ARQUIVO-SP01.
           MOVE 0               TO SITUACAO-SP01.
           MOVE SPACES          TO DADOS-PESSOAIS-SP01.
      *    o "Q" da abertura so zera a marca do GRDMSK para a tirada
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           WRITE REG-SPD001
               INVALID KEY
                   MOVE "99" TO SPP001V-RETORNO
           MOVE USUARIO-SPL    TO USUARIO-SP01.
           MOVE PARAMETROS-SPL TO PARAMETROS-SP01.
           MOVE PAGINAS-SPL    TO PAGINAS-SP01.
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           IF   GRDMSK-RETORNO EQUAL "10"
                MOVE "S" TO DADOS-PESSOAIS-SP01.
           REWRITE REG-SPD001
               INVALID KEY
                   MOVE "99" TO SPP001V-RETORNO
