      *        UTILIZAVEL SAI NA LISTA DE EXCECOES EM VEZ DO ARQUIVO.
      *        O ARQUIVO DE MENSAGENS (MSGCOM, UM REGISTRO POR
      *        MENSAGEM COM TEMPLATE EVT/BOL) E GRAVADO NO DIRETORIO
      *        DA EMPRESA PARA O BUREAU RECOLHER. E-MAIL OU CELULAR
      *        DEVOLVIDO PELO BUREAU ATE O LIMITE DE FALHAS DEFINITIVAS
      *        (CGD017/GRDDEV - VER CGP102) NAO E' MAIS ENVIADO; SE NAO
      *        SOBRA CANAL, O CLIENTE SAI NAS EXCECOES COMO BLOQUEADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  QTDE-MENSAGENS-W      PIC 9(5)     VALUE ZEROS.
           05  QTDE-SEM-CONTATO-W    PIC 9(5)     VALUE ZEROS.
           05  QTDE-SEM-CONSENT-W    PIC 9(5)     VALUE ZEROS.
           05  QTDE-BLOQ-BUREAU-W    PIC 9(5)     VALUE ZEROS.
           05  BLOQ-BUREAU-W         PIC 9        VALUE ZEROS.
      *    BLOQ-BUREAU-W = 1 contato existia, mas todos os canais
      *    estao bloqueados pelas devolucoes do bureau (GRDDEV)
           05  CLASSIF-ACHADO-W      PIC 9        VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZZ.ZZ9,99.
           COPY "PARAMETR".
           05  FINALIDADE-CON        PIC X        VALUE SPACES.
           05  GRDCON-RETORNO        PIC X(2)     VALUE SPACES.

       01  PARAMETROS-GRDDEV.
      *    devolucoes do bureau (CGD017/GRDDEV - ver CGP102): "02" =
      *    canal no limite de falhas definitivas, nao vai no arquivo;
      *    "99" = arquivo nao implantado, extracao segue como sempre
           05  CLASSIF-DEV           PIC 9        VALUE ZEROS.
           05  CODIGO-DEV            PIC 9(8)     VALUE ZEROS.
           05  CANAL-DEV             PIC X        VALUE SPACES.
           05  EMAIL-DEV             PIC X(30)    VALUE SPACES.
           05  DDD-DEV               PIC 9(2)     VALUE ZEROS.
           05  CELULAR-DEV           PIC 9(9)     VALUE ZEROS.
           05  CONTATO-DEV           PIC X(30)    VALUE SPACES.
           05  GRDDEV-RETORNO        PIC X(2)     VALUE SPACES.
           05  QTDE-HARD-DEV         PIC 9(3)     VALUE ZEROS.
           05  LIMITE-DEV            PIC 9(3)     VALUE ZEROS.
           05  DATA-FALHA-DEV        PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-DEV            PIC X(40)    VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
               "BLOQUEADOS SEM CONSENTIMENTO.: ".
           05  QTDE3-RES             PIC ZZZZ9   VALUE ZEROS.

       01  LINRES4.
           05  FILLER                PIC X(31)   VALUE
               "BLOQUEADOS PELO BUREAU.......: ".
           05  QTDE4-RES             PIC ZZZZ9   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           MOVE CLIENTE-V100 TO CLIENTE-BUSCA-W.
           PERFORM LOCALIZA-CONTATO.
           IF   ACHOU-CONTATO-W EQUAL 0
                MOVE CLIENTE-BUSCA-W   TO CLIENTE-REL
                MOVE "EVT"             TO TEMPLATE-REL
                MOVE LOCAL-EVENTO-V100 TO REFERENCIA-REL
                PERFORM CONTA-SEM-CONTATO
                PERFORM IMPRIME-EXCECAO
                GO TO EXTRAI-EVENTOS-EXIT.

           MOVE FORNECEDOR-CP20 TO CLIENTE-BUSCA-W.
           PERFORM LOCALIZA-CONTATO.
           IF   ACHOU-CONTATO-W EQUAL 0
                MOVE CLIENTE-BUSCA-W TO CLIENTE-REL
                MOVE "BOL"           TO TEMPLATE-REL
                MOVE NR-DOCTO-CP20   TO REFERENCIA-REL
                PERFORM CONTA-SEM-CONTATO
                PERFORM IMPRIME-EXCECAO
                GO TO EXTRAI-BOLETOS-EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-CONTATO - CGD011 com CLASSIF 1 e depois 0, caindo
      *    para o legado CGD911 (mesma precedencia do COP043); contato
      *    utilizavel = celular ou e-mail preenchido e nao bloqueado
      *    pelas devolucoes do bureau.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *    VERIFICA-CORRESPONDENCIA - o titular com vinculo familiar

       LOCALIZA-CONTATO SECTION.
           MOVE ZEROS  TO ACHOU-CONTATO-W DDD-CONTATO-W
                          CELULAR-CONTATO-W BLOQ-BUREAU-W.
           MOVE SPACES TO EMAIL-CONTATO-W.

           MOVE 1 TO CLASSIF-CG11.
           MOVE E-MAIL-CG11       TO EMAIL-CONTATO-W.

       LOCALIZA-CONTATO-AVALIA.
           IF   CELULAR-CONTATO-W EQUAL ZEROS
           AND  EMAIL-CONTATO-W EQUAL SPACES
                GO TO LOCALIZA-CONTATO-EXIT.
           PERFORM CONSULTA-DEVOLUCAO.
           IF   CELULAR-CONTATO-W NOT EQUAL ZEROS
           OR   EMAIL-CONTATO-W NOT EQUAL SPACES
                MOVE 1 TO ACHOU-CONTATO-W
           ELSE
                MOVE 1 TO BLOQ-BUREAU-W.

       LOCALIZA-CONTATO-EXIT. EXIT.


       CONSULTA-CONSENTIMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-DEVOLUCAO - cada canal no limite de falhas
      *    definitivas do bureau sai do contato (CGD017/GRDDEV); a
      *    marca so vale se o contato do cadastro ainda for o mesmo.
      *----------------------------------------------------------------
       CONSULTA-DEVOLUCAO SECTION.
           MOVE CLASSIF-ACHADO-W  TO CLASSIF-DEV.
           MOVE CLIENTE-BUSCA-W   TO CODIGO-DEV.
           MOVE EMAIL-CONTATO-W   TO EMAIL-DEV.
           MOVE DDD-CONTATO-W     TO DDD-DEV.
           MOVE CELULAR-CONTATO-W TO CELULAR-DEV.
           IF   EMAIL-CONTATO-W NOT EQUAL SPACES
                MOVE "E" TO CANAL-DEV
                CALL "GRDDEV" USING PARAMETROS-GRDDEV
                IF   GRDDEV-RETORNO EQUAL "02"
                     MOVE SPACES TO EMAIL-CONTATO-W
                END-IF
           END-IF.
           IF   CELULAR-CONTATO-W NOT EQUAL ZEROS
                MOVE "C" TO CANAL-DEV
                CALL "GRDDEV" USING PARAMETROS-GRDDEV
                IF   GRDDEV-RETORNO EQUAL "02"
                     MOVE ZEROS TO DDD-CONTATO-W CELULAR-CONTATO-W
                END-IF
           END-IF.

       CONSULTA-DEVOLUCAO-EXIT. EXIT.

       CONTA-SEM-CONTATO SECTION.
           IF   BLOQ-BUREAU-W EQUAL 1
                ADD 1 TO QTDE-BLOQ-BUREAU-W
                MOVE "CONTATO BLOQUEADO (RETORNO DO BUREAU)"
                  TO REFERENCIA-REL
           ELSE
                ADD 1 TO QTDE-SEM-CONTATO-W.

       IMPRIME-EXCECAO SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINRES2.
           MOVE QTDE-SEM-CONSENT-W TO QTDE3-RES.
           WRITE REG-RELAT FROM LINRES3.
           MOVE QTDE-BLOQ-BUREAU-W TO QTDE4-RES.
           WRITE REG-RELAT FROM LINRES4.

       FECHA-ARQUIVOS SECTION.
           IF   QTDE-SUPRIMIDOS-W GREATER ZEROS
