      *        UM CODIGO DO CGD001 E O BANCO MORA EM PLANILHA. O
      *        ALERTA DE VENCIMENTOS E O CCP122; O CCP113 LEVA OS
      *        DADOS BANCARIOS PARA O CPD023. TRILHA EM LOG003 NOS
      *        MOLDES DO CGP012. COM CONTA-CC115 NA LISTA DE CAMPOS
      *        PROTEGIDOS (USD006), A TROCA DE BANCO/AGENCIA/CONTA DE
      *        PRESTADOR JA CADASTRADO NAO GRAVA NA HORA: VIRA
      *        SOLICITACAO PENDENTE (USP007V) QUE OUTRO USUARIO APROVA
      *        NO USP007; O RESTO DA FICHA GRAVA NORMALMENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CODIGO-PARM           PIC 9(6)     VALUE ZEROS.
           05  NOME-PRESTADOR-W      PIC X(30)    VALUE SPACES.
           05  EXISTE-PRESTADOR-W    PIC 9        VALUE ZEROS.
           COPY "PARAMETR".

      *    bloco bancario do CCD115 antes e depois da digitacao, e a
      *    forma de exibicao gravada no USD007 (a mesma do USP007)
       01  BANCO-ANTES-W.
           05  CODBAN-ANT-W          PIC 9(3)     VALUE ZEROS.
           05  AGENCIA-ANT-W         PIC 9(4)     VALUE ZEROS.
           05  DIG-AGENCIA-ANT-W     PIC X(1)     VALUE SPACES.
           05  CONTA-ANT-W           PIC 9(8)     VALUE ZEROS.
           05  DIG-CONTA-ANT-W       PIC X(1)     VALUE SPACES.
           05  TIPO-CONTA-ANT-W      PIC 9        VALUE ZEROS.
       01  BANCO-NOVO-W.
           05  CODBAN-NOV-W          PIC 9(3)     VALUE ZEROS.
           05  AGENCIA-NOV-W         PIC 9(4)     VALUE ZEROS.
           05  DIG-AGENCIA-NOV-W     PIC X(1)     VALUE SPACES.
           05  CONTA-NOV-W           PIC 9(8)     VALUE ZEROS.
           05  DIG-CONTA-NOV-W       PIC X(1)     VALUE SPACES.
           05  TIPO-CONTA-NOV-W      PIC 9        VALUE ZEROS.
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
           DISPLAY "PRESTADOR: " NOME-PRESTADOR-W.

           MOVE CODIGO-PARM TO CODIGO-CC115.
           MOVE 0           TO EXISTE-PRESTADOR-W.
           READ CCD115
               INVALID KEY
                   MOVE ZEROS  TO CPF-CC115 PIS-CC115
                   MOVE SPACES TO RG-CC115 DIG-AGENCIA-CC115
                                  DIG-CONTA-CC115
               NOT INVALID KEY
                   MOVE 1 TO EXISTE-PRESTADOR-W
                   MOVE CODBAN-CC115      TO CODBAN-ANT-W
                   MOVE AGENCIA-CC115     TO AGENCIA-ANT-W
                   MOVE DIG-AGENCIA-CC115 TO DIG-AGENCIA-ANT-W
                   MOVE CONTA-CC115       TO CONTA-ANT-W
                   MOVE DIG-CONTA-CC115   TO DIG-CONTA-ANT-W
                   MOVE TIPO-CONTA-CC115  TO TIPO-CONTA-ANT-W
                   DISPLAY "CPF ATUAL: " CPF-CC115
           END-READ.

               WITH NO ADVANCING.
           ACCEPT SITUACAO-CC115.
           MOVE USUARIO-PARM TO USUARIO-CC115.
           IF   EXISTE-PRESTADOR-W EQUAL 1
                PERFORM RETEM-ALTERACAO-BANCO.

           WRITE REG-CCD115
               INVALID KEY

       MANUTENCAO-PRESTADOR-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RETEM-ALTERACAO-BANCO - banco/agencia/conta trocados com o
      *    campo protegido: o registro volta com o bloco bancario
      *    antigo e o novo vai para a fila de aprovacao do USP007.
      *----------------------------------------------------------------
       RETEM-ALTERACAO-BANCO SECTION.
           MOVE CODBAN-CC115      TO CODBAN-NOV-W.
           MOVE AGENCIA-CC115     TO AGENCIA-NOV-W.
           MOVE DIG-AGENCIA-CC115 TO DIG-AGENCIA-NOV-W.
           MOVE CONTA-CC115       TO CONTA-NOV-W.
           MOVE DIG-CONTA-CC115   TO DIG-CONTA-NOV-W.
           MOVE TIPO-CONTA-CC115  TO TIPO-CONTA-NOV-W.
           IF   BANCO-NOVO-W EQUAL BANCO-ANTES-W
                GO TO RETEM-ALTERACAO-BANCO-EXIT.

           MOVE "P"            TO FUNCAO-APR.
           MOVE "CCD115"       TO ARQUIVO-APR.
           MOVE "CONTA-CC115"  TO CAMPO-APR.
           CALL "USP007V" USING PARAMETROS-USP007V.
           IF   USP007V-RETORNO NOT EQUAL "00"
                GO TO RETEM-ALTERACAO-BANCO-EXIT.

           MOVE CODBAN-ANT-W      TO CODBAN-EXB.
           MOVE AGENCIA-ANT-W     TO AGENCIA-EXB.
           MOVE DIG-AGENCIA-ANT-W TO DIG-AGENCIA-EXB.
           MOVE CONTA-ANT-W       TO CONTA-EXB.
           MOVE DIG-CONTA-ANT-W   TO DIG-CONTA-EXB.
           MOVE TIPO-CONTA-ANT-W  TO TIPO-CONTA-EXB.
           MOVE ZEROS             TO CPF-CNPJ-EXB.
           MOVE EXIBE-BANCO-W     TO ANTERIOR-APR.
           MOVE CODBAN-NOV-W      TO CODBAN-EXB.
           MOVE AGENCIA-NOV-W     TO AGENCIA-EXB.
           MOVE DIG-AGENCIA-NOV-W TO DIG-AGENCIA-EXB.
           MOVE CONTA-NOV-W       TO CONTA-EXB.
           MOVE DIG-CONTA-NOV-W   TO DIG-CONTA-EXB.
           MOVE TIPO-CONTA-NOV-W  TO TIPO-CONTA-EXB.
           MOVE EXIBE-BANCO-W     TO NOVO-APR.

           MOVE CODBAN-ANT-W      TO CODBAN-CC115.
           MOVE AGENCIA-ANT-W     TO AGENCIA-CC115.
           MOVE DIG-AGENCIA-ANT-W TO DIG-AGENCIA-CC115.
           MOVE CONTA-ANT-W       TO CONTA-CC115.
           MOVE DIG-CONTA-ANT-W   TO DIG-CONTA-CC115.
           MOVE TIPO-CONTA-ANT-W  TO TIPO-CONTA-CC115.

           MOVE "S"               TO FUNCAO-APR.
           MOVE SPACES            TO CHAVE-APR DADOS-APR.
           MOVE CODIGO-CC115      TO CHAVE-APR(1:6).
           MOVE "CCP121"          TO PROGRAMA-APR.
           MOVE BANCO-NOVO-W      TO DADOS-APR(1:18).
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

       CONSULTA-PRESTADOR SECTION.
           DISPLAY "CODIGO DO PRESTADOR..................: "
               WITH NO ADVANCING.
