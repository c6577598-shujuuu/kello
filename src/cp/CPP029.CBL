      *        BANCO/AGENCIA/CONTA VALIDADOS POR GRDBAN E CPF/CNPJ DE
      *        QUEM RECEBE, PARA A REMESSA DE PAGAMENTO (CPP030) SAIR
      *        DO ARQUIVO E NAO DA PLANILHA DO FINANCEIRO. TRILHA EM
      *        LOG003 NOS MOLDES DO CGP012. COM CONTA-CP23 NA LISTA DE
      *        CAMPOS PROTEGIDOS (USD006), A TROCA DE BANCO/AGENCIA/
      *        CONTA/FAVORECIDO DE FORNECEDOR JA CADASTRADO NAO GRAVA
      *        NA HORA: VIRA SOLICITACAO PENDENTE (USP007V) QUE OUTRO
      *        USUARIO APROVA NO USP007, E ATE LA A REMESSA CPP030 NAO
      *        PAGA O FORNECEDOR. A SITUACAO GRAVA NORMALMENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  FORNECEDOR-PARM       PIC 9(6)     VALUE ZEROS.
           05  EXISTE-FORNECEDOR-W   PIC 9        VALUE ZEROS.
           COPY "PARAMETR".

      *    bloco bancario do CPD023 antes e depois da digitacao, e a
      *    forma de exibicao gravada no USD007 (a mesma do USP007)
       01  BANCO-ANTES-W.
           05  CODBAN-ANT-W          PIC 9(3)     VALUE ZEROS.
           05  AGENCIA-ANT-W         PIC 9(4)     VALUE ZEROS.
           05  DIG-AGENCIA-ANT-W     PIC X(1)     VALUE SPACES.
           05  CONTA-ANT-W           PIC 9(8)     VALUE ZEROS.
           05  DIG-CONTA-ANT-W       PIC X(1)     VALUE SPACES.
           05  TIPO-CONTA-ANT-W      PIC 9        VALUE ZEROS.
           05  CPF-CNPJ-ANT-W        PIC 9(14)    VALUE ZEROS.
       01  BANCO-NOVO-W.
           05  CODBAN-NOV-W          PIC 9(3)     VALUE ZEROS.
           05  AGENCIA-NOV-W         PIC 9(4)     VALUE ZEROS.
           05  DIG-AGENCIA-NOV-W     PIC X(1)     VALUE SPACES.
           05  CONTA-NOV-W           PIC 9(8)     VALUE ZEROS.
           05  DIG-CONTA-NOV-W       PIC X(1)     VALUE SPACES.
           05  TIPO-CONTA-NOV-W      PIC 9        VALUE ZEROS.
           05  CPF-CNPJ-NOV-W        PIC 9(14)    VALUE ZEROS.
       01  EXIBE-BANCO-W.
           05  CODBAN-EXB            PIC 9(3)     VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  AGENCIA-EXB           PIC 9(4)     VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE "-".
           05  DIG-AGENCIA-EXB       PIC X(1)     VALUE SPACES.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  CONTA-EXB             PIC 9(8)     VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE "-".
           05  DIG-CONTA-EXB         PIC X(1)     VALUE SPACES.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  TIPO-CONTA-EXB        PIC 9        VALUE ZEROS.
           05  FILLER                PIC X(1)     VALUE SPACES.
           05  CPF-CNPJ-EXB          PIC 9(14)    VALUE ZEROS.
           05  FILLER                PIC X(2)     VALUE SPACES.

       01  PARAMETROS-USP007V.
      *    dupla aprovacao de campo protegido (USD006/USD007 - ver
      *    USP007V): "99" = lista nao implantada, grava na hora
           05  FUNCAO-APR            PIC X(1)     VALUE SPACES.
           05  ARQUIVO-APR           PIC X(8)     VALUE SPACES.
           05  CAMPO-APR             PIC X(20)    VALUE SPACES.
           05  CHAVE-APR             PIC X(20)    VALUE SPACES.
           05  PROGRAMA-APR          PIC X(8)     VALUE SPACES.
           05  ANTERIOR-APR          PIC X(40)    VALUE SPACES.
           05  NOVO-APR              PIC X(40)    VALUE SPACES.
           05  DADOS-APR             PIC X(100)   VALUE SPACES.
           05  MOTIVO-APR            PIC X(30)    VALUE SPACES.
           05  USUARIO-APR           PIC X(5)     VALUE SPACES.
           05  NR-SOLIC-APR          PIC 9(8)     VALUE ZEROS.
           05  DATA-EXPIRA-APR       PIC 9(8)     VALUE ZEROS.
           05  USP007V-RETORNO       PIC X(2)     VALUE SPACES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
                GO TO MANUTENCAO-FORNECEDOR-EXIT.

           MOVE FORNECEDOR-PARM TO FORNECEDOR-CP23.
           MOVE 0               TO EXISTE-FORNECEDOR-W.
           READ CPD023
               INVALID KEY
                   MOVE FORNECEDOR-PARM TO FORNECEDOR-CP23
               NOT INVALID KEY
                   MOVE 1 TO EXISTE-FORNECEDOR-W
                   MOVE CODBAN-CP23      TO CODBAN-ANT-W
                   MOVE AGENCIA-CP23     TO AGENCIA-ANT-W
                   MOVE DIG-AGENCIA-CP23 TO DIG-AGENCIA-ANT-W
                   MOVE CONTA-CP23       TO CONTA-ANT-W
                   MOVE DIG-CONTA-CP23   TO DIG-CONTA-ANT-W
                   MOVE TIPO-CONTA-CP23  TO TIPO-CONTA-ANT-W
                   MOVE CPF-CNPJ-CP23    TO CPF-CNPJ-ANT-W
           END-READ.
           MOVE CODBAN-BAN      TO CODBAN-CP23.
           MOVE AGENCIA-BAN     TO AGENCIA-CP23.
           MOVE DIG-AGENCIA-BAN TO DIG-AGENCIA-CP23.
               WITH NO ADVANCING.
           ACCEPT SITUACAO-CP23.
           MOVE USUARIO-PARM TO USUARIO-CP23.
           IF   EXISTE-FORNECEDOR-W EQUAL 1
                PERFORM RETEM-ALTERACAO-BANCO.

           WRITE REG-CPD023
               INVALID KEY

       MANUTENCAO-FORNECEDOR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RETEM-ALTERACAO-BANCO - dados bancarios trocados com o
      *    campo protegido: o registro volta com o bloco bancario
      *    antigo e o novo vai para a fila de aprovacao do USP007.
      *----------------------------------------------------------------
       RETEM-ALTERACAO-BANCO SECTION.
           MOVE CODBAN-CP23       TO CODBAN-NOV-W.
           MOVE AGENCIA-CP23      TO AGENCIA-NOV-W.
           MOVE DIG-AGENCIA-CP23  TO DIG-AGENCIA-NOV-W.
           MOVE CONTA-CP23        TO CONTA-NOV-W.
           MOVE DIG-CONTA-CP23    TO DIG-CONTA-NOV-W.
           MOVE TIPO-CONTA-CP23   TO TIPO-CONTA-NOV-W.
           MOVE CPF-CNPJ-CP23     TO CPF-CNPJ-NOV-W.
           IF   BANCO-NOVO-W EQUAL BANCO-ANTES-W
                GO TO RETEM-ALTERACAO-BANCO-EXIT.

           MOVE "P"            TO FUNCAO-APR.
           MOVE "CPD023"       TO ARQUIVO-APR.
           MOVE "CONTA-CP23"   TO CAMPO-APR.
           CALL "USP007V" USING PARAMETROS-USP007V.
           IF   USP007V-RETORNO NOT EQUAL "00"
                GO TO RETEM-ALTERACAO-BANCO-EXIT.

           MOVE CODBAN-ANT-W      TO CODBAN-EXB.
           MOVE AGENCIA-ANT-W     TO AGENCIA-EXB.
           MOVE DIG-AGENCIA-ANT-W TO DIG-AGENCIA-EXB.
           MOVE CONTA-ANT-W       TO CONTA-EXB.
           MOVE DIG-CONTA-ANT-W   TO DIG-CONTA-EXB.
           MOVE TIPO-CONTA-ANT-W  TO TIPO-CONTA-EXB.
           MOVE CPF-CNPJ-ANT-W    TO CPF-CNPJ-EXB.
           MOVE EXIBE-BANCO-W     TO ANTERIOR-APR.
           MOVE CODBAN-NOV-W      TO CODBAN-EXB.
           MOVE AGENCIA-NOV-W     TO AGENCIA-EXB.
           MOVE DIG-AGENCIA-NOV-W TO DIG-AGENCIA-EXB.
           MOVE CONTA-NOV-W       TO CONTA-EXB.
           MOVE DIG-CONTA-NOV-W   TO DIG-CONTA-EXB.
           MOVE TIPO-CONTA-NOV-W  TO TIPO-CONTA-EXB.
           MOVE CPF-CNPJ-NOV-W    TO CPF-CNPJ-EXB.
           MOVE EXIBE-BANCO-W     TO NOVO-APR.

           MOVE CODBAN-ANT-W      TO CODBAN-CP23.
           MOVE AGENCIA-ANT-W     TO AGENCIA-CP23.
           MOVE DIG-AGENCIA-ANT-W TO DIG-AGENCIA-CP23.
           MOVE CONTA-ANT-W       TO CONTA-CP23.
           MOVE DIG-CONTA-ANT-W   TO DIG-CONTA-CP23.
           MOVE TIPO-CONTA-ANT-W  TO TIPO-CONTA-CP23.
           MOVE CPF-CNPJ-ANT-W    TO CPF-CNPJ-CP23.

           MOVE "S"               TO FUNCAO-APR.
           MOVE SPACES            TO CHAVE-APR DADOS-APR.
           MOVE FORNECEDOR-CP23   TO CHAVE-APR(1:6).
           MOVE "CPP029"          TO PROGRAMA-APR.
           MOVE BANCO-NOVO-W      TO DADOS-APR(1:32).
           MOVE "TROCA DE DADOS BANCARIOS" TO MOTIVO-APR.
           MOVE USUARIO-PARM      TO USUARIO-APR.
           CALL "USP007V" USING PARAMETROS-USP007V.
           EVALUATE USP007V-RETORNO
               WHEN "00"
                    DISPLAY "DADOS BANCARIOS AGUARDANDO APROVACAO - "
                            "SOLICITACAO " NR-SOLIC-APR
                            " EXPIRA EM " DATA-EXPIRA-APR
               WHEN "20"
                    DISPLAY "JA HA SOLICITACAO PENDENTE "
                            NR-SOLIC-APR
                            " - DADOS BANCARIOS MANTIDOS."
               WHEN OTHER
                    DISPLAY "ERRO NA SOLICITACAO (" USP007V-RETORNO
                            ") - DADOS BANCARIOS MANTIDOS."
           END-EVALUATE.

       RETEM-ALTERACAO-BANCO-EXIT. EXIT.

       EXCLUI-FORNECEDOR SECTION.
           DISPLAY "CODIGO DO FORNECEDOR.................: "
               WITH NO ADVANCING.
