      *        CLIENTES AINDA NAO MIGRADOS, E ACUSA QUALQUER REGISTRO
      *        SEM CEP, SEM TELEFONE UTILIZAVEL (FONE1, FONE2 OU
      *        CELULAR) OU SEM E-MAIL, PARA LIMPEZA DA LISTA DE
      *        MALA-DIRETA E ENTREGA DE ALBUM. E-MAIL OU CELULAR
      *        DEVOLVIDO PELO BUREAU DE SMS/E-MAIL E AINDA NAO
      *        CORRIGIDO (CGD017/GRDDEV - VER CGP102) SAI COMO "INV"
      *        NA COLUNA, E O RODAPE CONTA ESSES CONTATOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  QTDE-LIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QTDE-FALHAS-W         PIC 9(6)     VALUE ZEROS.
           05  QTDE-INVALIDOS-W      PIC 9(6)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
           05  CAND-FONE1-W          PIC 9(9)     VALUE ZEROS.
           05  CAND-FONE2-W          PIC 9(8)     VALUE ZEROS.
           05  CAND-CELULAR-W        PIC 9(9)     VALUE ZEROS.
           05  CAND-DDD-CEL-W        PIC 9(2)     VALUE ZEROS.
           05  CAND-EMAIL-W          PIC X(30)    VALUE SPACES.
           05  CAND-CIDADE1-W        PIC 9(4)     VALUE ZEROS.
           05  CAND-ORIGEM-W         PIC X(6)     VALUE SPACES.
      *    usuario, parametros e paginas da tirada sao regravados
           05  PAGINAS-SPL           PIC 9(5)     VALUE ZEROS.

       01  PARAMETROS-GRDDEV.
      *    devolucoes do bureau (CGD017/GRDDEV - ver CGP102): "01" e
      *    "02" = contato atual invalidado; "99" = arquivo nao
      *    implantado, relatorio sai como sempre
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
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOTAL-FALHAS-REL      PIC ZZZZZ9.

       01  LINTOT2.
           05  FILLER                PIC X(30)   VALUE
               "CONTATOS INVALIDOS (BUREAU)..:".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  TOTAL-INVALIDOS-REL   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           STOP RUN.

       ABRE-ARQUIVOS SECTION.
           MOVE ZEROS TO PAG-W ERRO-W QTDE-LIDOS-W QTDE-FALHAS-W
                         QTDE-INVALIDOS-W.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
           MOVE FONE1-CG11  TO CAND-FONE1-W.
           MOVE FONE2-CG11  TO CAND-FONE2-W.
           MOVE CELULAR-CG11 TO CAND-CELULAR-W.
           MOVE DDDD-CELULAR-CG11 TO CAND-DDD-CEL-W.
      *    telefonia de 9 digitos (GALHO70): quando os campos novos
      *    estao carregados, sao eles que valem - o numero antigo de
      *    8 digitos pode estar truncado e nao disca
                   MOVE FONE1-CG91    TO CAND-FONE1-W
                   MOVE FONE2-CG91    TO CAND-FONE2-W
                   MOVE CELULAR-CG91  TO CAND-CELULAR-W
                   MOVE DDDD-CELULAR-CG91 TO CAND-DDD-CEL-W
                   MOVE E-MAIL-CG91   TO CAND-EMAIL-W
                   MOVE CIDADE1-CG91  TO CAND-CIDADE1-W
                   MOVE "CGD911"      TO CAND-ORIGEM-W
                MOVE "SIM" TO FALTA-EMAIL-W
                MOVE 1     TO TEM-FALHA-W.

           PERFORM VERIFICA-DEVOLUCAO.

      *    CIDADE1 zerada e' falta de endereco; CIDADE1 preenchida mas
      *    ausente do cadastro de cidades (CGD012) e' codigo invalido,
      *    que corrompe a entrega - ver GRDCID, que barra isso na tela.
           IF   TEM-FALHA-TRUE
                PERFORM IMPRIME-LINHA-FALHA.

      *----------------------------------------------------------------
      *    VERIFICA-DEVOLUCAO - e-mail e celular preenchidos mas
      *    devolvidos pelo bureau (marcados invalidos no CGD017 e
      *    ainda iguais ao cadastro) nao servem: "INV" na coluna.
      *----------------------------------------------------------------
       VERIFICA-DEVOLUCAO SECTION.
           MOVE CAND-CLASSIF-W TO CLASSIF-DEV.
           MOVE CAND-CODIGO-W  TO CODIGO-DEV.
           MOVE CAND-EMAIL-W   TO EMAIL-DEV.
           MOVE CAND-DDD-CEL-W TO DDD-DEV.
           MOVE CAND-CELULAR-W TO CELULAR-DEV.
           IF   CAND-EMAIL-W NOT EQUAL SPACES
                MOVE "E" TO CANAL-DEV
                CALL "GRDDEV" USING PARAMETROS-GRDDEV
                IF   GRDDEV-RETORNO EQUAL "01"
                OR   GRDDEV-RETORNO EQUAL "02"
                     MOVE "INV" TO FALTA-EMAIL-W
                     MOVE 1     TO TEM-FALHA-W
                     ADD  1     TO QTDE-INVALIDOS-W
                END-IF
           END-IF.
           IF   CAND-CELULAR-W NOT EQUAL ZEROS
                MOVE "C" TO CANAL-DEV
                CALL "GRDDEV" USING PARAMETROS-GRDDEV
                IF   GRDDEV-RETORNO EQUAL "01"
                OR   GRDDEV-RETORNO EQUAL "02"
                     MOVE "INV" TO FALTA-TEL-W
                     MOVE 1     TO TEM-FALHA-W
                     ADD  1     TO QTDE-INVALIDOS-W
                END-IF
           END-IF.

       VERIFICA-DEVOLUCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    IMPRIME-LINHA-FALHA - CAND-CODIGO-W so' pertence ao espaco
      *    de codigos do CGD001 (PIC 9(6)) quando CAND-CLASSIF-W =
           MOVE QTDE-FALHAS-W TO TOTAL-FALHAS-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           MOVE QTDE-INVALIDOS-W TO TOTAL-INVALIDOS-REL.
           WRITE REG-RELAT FROM LINTOT2.

       FECHA-ARQUIVOS SECTION.
           IF   CGD012-OK EQUAL 1
