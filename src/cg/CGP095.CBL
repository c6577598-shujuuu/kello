      *        ASSUMIDO PELO CGP094) E RCD100P E' LOCALIZADO ASSUMINDO
      *        QUE ALBUM-RECP E' O MESMO CODIGO DE CLIENTE, NA FALTA
      *        DE OUTRO CAMPO DE LIGACAO NO ARQUIVO.
      *
      *        CODIGO ZERO ABRE A PESQUISA PELO NOME (GRDNOM); A
      *        ANONIMIZACAO TIRA O NOME DO INDICE DE PESQUISA CGD016.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY GAPWCNV.
           COPY "PARAMETR".

       01  PARAMETROS-GRDNOM.
      *    pesquisa pelo nome e indice CGD016 (ver GRDNOM): codigo
      *    zero abre a pesquisa; a anonimizacao refaz o indice
           05  FUNCAO-NOM            PIC X        VALUE SPACES.
           05  USUARIO-NOM           PIC X(5)     VALUE SPACES.
           05  CODIGO-NOM            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-NOM           PIC 9        VALUE ZEROS.
           05  NOME-NOM              PIC X(40)    VALUE SPACES.
           05  TIPO-NOM              PIC 9        VALUE ZEROS.
           05  QTDE-NOM              PIC 9(6)     VALUE ZEROS.
           05  GRDNOM-RETORNO        PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-PARAMETROS SECTION.
           DISPLAY "CODIGO DO CLIENTE (CGD001, 0=PESQUISA)...: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-CG01-PARM.
           IF   CODIGO-CG01-PARM EQUAL ZEROS
                MOVE "B"    TO FUNCAO-NOM
                MOVE SPACES TO USUARIO-NOM
                MOVE 1      TO TIPO-NOM
                CALL "GRDNOM" USING PARAMETROS-GRDNOM
                IF   GRDNOM-RETORNO EQUAL "00"
                     MOVE CODIGO-NOM TO CODIGO-CG01-PARM
                END-IF
           END-IF.
           MOVE CODIGO-CG01-PARM TO CODIGO-AMPLO-W.

           DISPLAY "SOMENTE EXTRAIR, SEM ANONIMIZAR (S/N).....: "
           REWRITE REG-CGD001
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM GRAVA-LOG-ANONIMIZACAO
                               PERFORM ATUALIZA-INDICE-NOME
           END-REWRITE.

           IF   ORIGEM-ENDERECO-W EQUAL "CGD011"
               INVALID KEY CONTINUE
           END-WRITE.

      *----------------------------------------------------------------
      *    ATUALIZA-INDICE-NOME - o nome antigo sai do indice de
      *    pesquisa (CGD016), senao o titular anonimizado continuaria
      *    sendo achado pelo nome verdadeiro; o nome ficticio tambem
      *    nao entra (nome em branco = so apaga).
      *----------------------------------------------------------------
       ATUALIZA-INDICE-NOME SECTION.
           MOVE "A"              TO FUNCAO-NOM.
           MOVE CODIGO-CG01-PARM TO CODIGO-NOM.
           MOVE SPACES           TO NOME-NOM.
           CALL "GRDNOM" USING PARAMETROS-GRDNOM.

       IMPRIME-RESUMO SECTION.
           MOVE QTDE-EVENTOS-W  TO TOTAL-EVENTOS-REL.
           MOVE QTDE-LBD103-W   TO TOTAL-LBD103-REL.
