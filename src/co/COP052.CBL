      *        VALOR-CONTRATO-CO41 E REGRAVADO - O HISTORICO LEGAL
      *        DEIXA DE DEPENDER DO LOG003, QUE SEGUE RECEBENDO A
      *        TRILHA NORMALMENTE. EXTRATO EM COP053; O COP042 MARCA
      *        COM "*" O CONTRATO QUE TEM ADITIVO. COM
      *        VALOR-CONTRATO-CO41 NA LISTA DE CAMPOS PROTEGIDOS
      *        (USD006) O ADITIVO NAO GRAVA NA HORA: VIRA SOLICITACAO
      *        PENDENTE (USP007V) E O USP007 GRAVA ADITIVO E VALOR
      *        QUANDO OUTRO USUARIO A APROVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           COPY "PARAMETR".

      *    imagem do aditivo retido para aprovacao (DADOS-APR do
      *    USD007, lida pelo USP007 na aprovacao)
       01  ADITIVO-RETIDO-W.
           05  VALOR-NOVO-RET-W      PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ANTES-RET-W     PIC 9(8)V99  VALUE ZEROS.
           05  MOTIVO-RET-W          PIC X(30)    VALUE SPACES.

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
      *    ver GRDUSU): a assinatura do LOG003 so vale depois de
               WITH NO ADVANCING.
           ACCEPT MOTIVO-PARM.

           MOVE "P"                   TO FUNCAO-APR.
           MOVE "COD041"              TO ARQUIVO-APR.
           MOVE "VALOR-CONTRATO-CO41" TO CAMPO-APR.
           CALL "USP007V" USING PARAMETROS-USP007V.
           IF   USP007V-RETORNO EQUAL "00"
                PERFORM RETEM-ADITIVO
                GO TO REGISTRA-ADITIVO-EXIT.

           PERFORM PROCURA-ULT-SEQ-ADITIVO.
           MOVE CONTRATO-PARM        TO NR-CONTRATO-CO46.
           COMPUTE SEQ-ADITIVO-CO46 = ULT-SEQ-W + 1.

       REGISTRA-ADITIVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RETEM-ADITIVO - valor protegido: o aditivo fica pendente no
      *    USD007 com valor anterior, novo e motivo; COD046 e COD041
      *    so sao gravados pelo USP007 na aprovacao.
      *----------------------------------------------------------------
       RETEM-ADITIVO SECTION.
           MOVE VALOR-NOVO-PARM     TO VALOR-NOVO-RET-W.
           MOVE VALOR-CONTRATO-CO41 TO VALOR-ANTES-RET-W.
           MOVE MOTIVO-PARM         TO MOTIVO-RET-W.
           MOVE "S"                 TO FUNCAO-APR.
           MOVE SPACES              TO CHAVE-APR ANTERIOR-APR NOVO-APR
                                       DADOS-APR.
           MOVE CHAVE-CO41 OF REG-COD041 TO CHAVE-APR(1:13).
           MOVE "COP052"            TO PROGRAMA-APR.
           MOVE VALOR-CONTRATO-CO41 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO ANTERIOR-APR(1:13).
           MOVE VALOR-NOVO-PARM     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO NOVO-APR(1:13).
           MOVE ADITIVO-RETIDO-W    TO DADOS-APR(1:50).
           MOVE MOTIVO-PARM         TO MOTIVO-APR.
           MOVE USUARIO-PARM        TO USUARIO-APR.
           CALL "USP007V" USING PARAMETROS-USP007V.
           EVALUATE USP007V-RETORNO
               WHEN "00"
                    DISPLAY "ADITIVO AGUARDANDO APROVACAO - "
                            "SOLICITACAO " NR-SOLIC-APR
                            " EXPIRA EM " DATA-EXPIRA-APR
               WHEN "20"
                    DISPLAY "JA HA SOLICITACAO PENDENTE "
                            NR-SOLIC-APR
                            " PARA O CONTRATO - ADITIVO NAO GRAVADO."
               WHEN OTHER
                    DISPLAY "ERRO NA SOLICITACAO (" USP007V-RETORNO
                            ") - ADITIVO NAO GRAVADO."
           END-EVALUATE.

       RETEM-ADITIVO-EXIT. EXIT.

       CONSULTA-ADITIVOS SECTION.
           PERFORM SOLICITA-CONTRATO.
           IF   ERRO-W NOT EQUAL 0
