      *        REGISTROS PARA UM SEQUENCIAL DE TRABALHO E OS REGRAVA
      *        NUM INDEXADO NOVO (CAMINHO + ".NOV"), QUE O OPERADOR
      *        RENOMEIA SOBRE O ORIGINAL DEPOIS DE CONFERIR.
      *        A MESMA RECONSTRUCAO CONVERTE O COD044 PARA A CHAVE
      *        ALTERNATIVA ALT2-CO44 (SITUACAO + VENCIMENTO): ARQUIVO
      *        AINDA NA ESTRUTURA ANTERIOR (STATUS 39 NA ABERTURA) E
      *        LIDO PELA DESCRICAO ANTIGA COD044A E REGRAVADO NO NOVO;
      *        DEPOIS DE CONVERTIDO, A OPCAO VOLTA A SER A RECONSTRUCAO
      *        COMUM, ENTAO PODE SER REPETIDA SEM RISCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-EXPORTA.

      *    COD044 na estrutura anterior a ALT2-CO44, so para a leitura
      *    da conversao
           SELECT COD044A ASSIGN TO PATH-COD044A-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CHAVE-CO44A
                  ALTERNATE RECORD KEY IS
                  ALT-CO44A = DATA-VCTO-CO44A
                              NR-CONTRATO-CO44A
                  WITH DUPLICATES
                  STATUS IS ST-COD044A.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORD IS OMITTED.
       01  REG-EXPORTA               PIC X(1024).

       FD  COD044A.
       01  REG-COD044A.
           05  CHAVE-CO44A.
               10  NR-CONTRATO-CO44A PIC 9(6).
               10  PARCELA-CO44A     PIC 9(2).
           05  FILLER                PIC X(7).
           05  DATA-VCTO-CO44A       PIC 9(8).
           05  FILLER                PIC X(48).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-COD042             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-COD044A            PIC XX       VALUE SPACES.
           05  PATH-COD044A-W        PIC X(60)    VALUE SPACES.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-COD046             PIC XX       VALUE SPACES.
           05  ST-COD047             PIC XX       VALUE SPACES.
           MOVE EMPRESA-REF TO PATH-COD044.
           MOVE ZEROS TO QTDE-SEQ-W.
           OPEN INPUT COD044.
           IF   ST-COD044 EQUAL "39"
                DISPLAY "COD044 SEM A CHAVE ALT2-CO44 - CONVERTER "
                        "PELA OPCAO R"
                GO TO VERIFICA-COD044-EXIT.
           IF   ST-COD044 NOT EQUAL "00"
                DISPLAY "COD044 ABERTURA..........: " ST-COD044
                GO TO VERIFICA-COD044-EXIT.
           MOVE EMPRESA-REF TO PATH-COD044.
           MOVE ZEROS TO QTDE-SEQ-W QTDE-REGRAVADOS-W.
           OPEN INPUT COD044.
           IF   ST-COD044 EQUAL "39"
                PERFORM CONVERTE-COD044
                IF   ST-COD044A NOT EQUAL "00"
                     GO TO RECONSTROI-COD044-EXIT
                END-IF
           ELSE
                IF   ST-COD044 NOT EQUAL "00"
                     DISPLAY "COD044 NAO ABRE (" ST-COD044 ") - "
                             "RESTAURE DO BACKUP (VER BKP001)."
                     GO TO RECONSTROI-COD044-EXIT
                END-IF
                OPEN OUTPUT EXPORTA
                MOVE ZEROS TO FIM-ARQ-W
                PERFORM EXPORTA-COD044 UNTIL FIM-ARQ-W EQUAL 1
                CLOSE COD044 EXPORTA.
           DISPLAY "COD044 EXPORTADOS " QTDE-SEQ-W " REGISTROS.".

           MOVE SPACES TO PATH-NOVO-W.

       EXPORTA-COD044-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONVERTE-COD044 - o COD044 ainda sem ALT2-CO44 nao abre pela
      *    descricao nova (39); a exportacao le pela COD044A, que tem
      *    as chaves antigas, e a regravacao segue a comum.
      *----------------------------------------------------------------
       CONVERTE-COD044 SECTION.
           MOVE PATH-COD044 TO PATH-COD044A-W.
           OPEN INPUT COD044A.
           IF   ST-COD044A NOT EQUAL "00"
                DISPLAY "COD044 ANTIGO NAO ABRE (" ST-COD044A ") - "
                        "RESTAURE DO BACKUP (VER BKP001)."
                GO TO CONVERTE-COD044-EXIT.
           DISPLAY "COD044 NA ESTRUTURA ANTERIOR - CONVERTENDO PARA "
                   "A CHAVE ALT2-CO44.".
           OPEN OUTPUT EXPORTA.
           MOVE ZEROS TO FIM-ARQ-W.
           PERFORM EXPORTA-COD044A UNTIL FIM-ARQ-W EQUAL 1.
           CLOSE COD044A EXPORTA.

       CONVERTE-COD044-EXIT. EXIT.

       EXPORTA-COD044A SECTION.
           READ COD044A NEXT RECORD
               AT END
                   MOVE 1 TO FIM-ARQ-W
                   GO TO EXPORTA-COD044A-EXIT.
           IF   ST-COD044A NOT EQUAL "00"
                DISPLAY "COD044 PAROU NO REGISTRO " QTDE-SEQ-W
                        " (" ST-COD044A ") - SEGUE COM O QUE FOI LIDO"
                MOVE 1 TO FIM-ARQ-W
                GO TO EXPORTA-COD044A-EXIT.
           ADD 1 TO QTDE-SEQ-W.
           MOVE SPACES  TO REG-EXPORTA.
           MOVE REG-COD044A TO REG-EXPORTA.
           WRITE REG-EXPORTA.

       EXPORTA-COD044A-EXIT. EXIT.

       REGRAVA-COD044 SECTION.
           READ EXPORTA
               AT END
