      *        REEXECUTAR O MESMO MES NAO DUPLICA TITULO. SEGUE A
      *        CONVENCAO DE SIMULACAO/GRAVACAO DO COPY GAPWCNV PARA
      *        PREVER O MES ANTES DE GRAVAR, COM RELACAO DO QUE FOI
      *        (OU SERIA) CRIADO NO CONSOLE. ANTES DE GRAVAR, O
      *        TITULO PASSA PELA CONFERENCIA DE NOTA EM DOBRO DO
      *        CPP032V: JA HAVENDO TITULO DO MESMO FORNECEDOR COM O
      *        MESMO VALOR E VENCIMENTO PROXIMO (LANCADO A MAO, POR
      *        EXEMPLO), O MODELO NAO GERA E FICA LISTADO PARA
      *        CONFERENCIA, SEM MARCAR O MES COMO GERADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  QTDE-SUSPEITOS-W      PIC 9(5)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CPP032V.
      *    nota de fornecedor em dobro (ver CPP032V): "01"/"02" =
      *    suspeita, o modelo nao gera; "99" = CPD020 indisponivel
      *    para a conferencia, gera como sempre gerou
           05  FORNECEDOR-DUP        PIC 9(6)     VALUE ZEROS.
           05  NR-DOCTO-DUP          PIC X(10)    VALUE SPACES.
           05  VALOR-DUP             PIC 9(8)V99  VALUE ZEROS.
           05  DATA-VCTO-DUP         PIC 9(8)     VALUE ZEROS.
           05  SEQ-CAIXA-DUP         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-DUP           PIC 9(2)     VALUE ZEROS.
           05  CPP032V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SEQ-ACHADO-DUP        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-ACHADO-DUP    PIC 9(2)     VALUE ZEROS.
           05  DATA-VCTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.

           COPY GAPWCNV.

       PROCEDURE DIVISION.
                   " VCTO " DATA-VCTO-W " VALOR "
                   VALOR-PREVISTO-CP22.

           MOVE FORNECEDOR-CP22     TO FORNECEDOR-DUP.
           MOVE SPACES              TO NR-DOCTO-DUP.
           MOVE VALOR-PREVISTO-CP22 TO VALOR-DUP.
           MOVE DATA-VCTO-W         TO DATA-VCTO-DUP.
           MOVE ZEROS               TO SEQ-CAIXA-DUP PARCELA-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
           OR   CPP032V-RETORNO EQUAL "02"
                ADD 1 TO QTDE-SUSPEITOS-W
                DISPLAY "  NAO GERADO - SUSPEITA DE DUPLICIDADE ("
                        CPP032V-RETORNO ") COM O TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                        " VCTO " DATA-VCTO-ACHADO-DUP
                        " PGTO " DATA-PGTO-ACHADO-DUP
                GO TO GERA-DO-MODELO-EXIT.

           IF   CONVERSAO-SIMULACAO-GA
                ADD 1 TO QTDE-SIMULADOS-GA
                GO TO GERA-DO-MODELO-EXIT.
           MOVE SPACES             TO APROVADOR-CP20.
           MOVE ZEROS              TO DATA-APROV-CP20.
           MOVE "P"                TO TIPO-TITULO-CP20.
           MOVE ZEROS                TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
           ELSE
                DISPLAY "TITULOS GERADOS EM CPD020..........: "
                        QTDE-ALTERADOS-GA.
           DISPLAY "RECUSADOS POR SUSPEITA DE DUPLICIDADE: "
                   QTDE-SUSPEITOS-W.


      *----------------------------------------------------------------
