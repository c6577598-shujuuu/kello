       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP101.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: PESQUISA DE CADASTRO PELO NOME E MANUTENCAO DO INDICE
      *        DE PALAVRAS/FONETICA (CGD016) USADO PELA JANELA GRDNOM.
      *        P PESQUISA COMO AS TELAS FAZEM (QUALQUER PALAVRA DO
      *        NOME, INICIO DA PALAVRA OU PELO SOM, FILTROS DE TIPO,
      *        TURMA E CIDADE); R RECONSTROI O INDICE INTEIRO A PARTIR
      *        DO CGD001 - CARGA INICIAL, DEPOIS DE RESTAURAR O CGD001
      *        OU QUANDO O NOME FOI MUDADO POR TELA QUE NAO ATUALIZA O
      *        INDICE. A RECONSTRUCAO EXIGE NIVEL 2 NESTE PROGRAMA E
      *        FICA REGISTRADA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESP-CONFIRMA-W       PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  QTDE-EDIT-W           PIC ZZZ.ZZ9  VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
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

       01  PARAMETROS-GRDNOM.
      *    pesquisa pelo nome e indice CGD016 (ver GRDNOM)
           05  FUNCAO-NOM            PIC X        VALUE SPACES.
           05  USUARIO-NOM           PIC X(5)     VALUE SPACES.
           05  CODIGO-NOM            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-NOM           PIC 9        VALUE ZEROS.
           05  NOME-NOM              PIC X(40)    VALUE SPACES.
           05  TIPO-NOM              PIC 9        VALUE ZEROS.
           05  QTDE-NOM              PIC 9(6)     VALUE ZEROS.
           05  GRDNOM-RETORNO        PIC X(2)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
                PERFORM PROCESSA-OPCAO UNTIL FIM-PROGRAMA-TRUE
                PERFORM FECHA-ARQUIVOS.
           STOP RUN.

       ABRE-ARQUIVOS SECTION.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVOS-EXIT.

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

       ABRE-ARQUIVOS-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "CGP101" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "PESQUISA PELO NOME (CGD001/CGD016)".
           DISPLAY "P-PESQUISA R-RECONSTROI INDICE F-FIM.: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "P"  WHEN "p"  PERFORM PESQUISA-NOME
               WHEN "R"  WHEN "r"  PERFORM RECONSTROI-INDICE
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       PESQUISA-NOME SECTION.
           MOVE "B"          TO FUNCAO-NOM.
           MOVE USUARIO-PARM TO USUARIO-NOM.
           MOVE ZEROS        TO TIPO-NOM.
           CALL "GRDNOM" USING PARAMETROS-GRDNOM.
           IF   GRDNOM-RETORNO EQUAL "00"
                DISPLAY "ESCOLHIDO: " CODIGO-NOM " " NOME-NOM.

       PESQUISA-NOME-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RECONSTROI-INDICE - recria o CGD016 com todos os nomes do
      *    CGD001; restrito ao nivel 2 como o desbloqueio do USP001.
      *----------------------------------------------------------------
       RECONSTROI-INDICE SECTION.
           IF   GRDUSU-RETORNO EQUAL "00"
           AND  NIVEL-USU NOT EQUAL 2
                DISPLAY "RECONSTRUCAO RESTRITA AO ADMINISTRADOR"
                        " (NIVEL 2 NO CGP101)."
                GO TO RECONSTROI-INDICE-EXIT.

           DISPLAY "RECRIAR O INDICE DE NOMES (S/N)......: "
               WITH NO ADVANCING.
           ACCEPT RESP-CONFIRMA-W.
           IF   RESP-CONFIRMA-W NOT EQUAL "S"
           AND  RESP-CONFIRMA-W NOT EQUAL "s"
                GO TO RECONSTROI-INDICE-EXIT.

           MOVE "R"          TO FUNCAO-NOM.
           MOVE USUARIO-PARM TO USUARIO-NOM.
           CALL "GRDNOM" USING PARAMETROS-GRDNOM.
           IF   GRDNOM-RETORNO NOT EQUAL "00"
                DISPLAY "INDICE NAO RECONSTRUIDO - CGD001/CGD016 "
                        "INDISPONIVEIS."
                GO TO RECONSTROI-INDICE-EXIT.

           MOVE QTDE-NOM TO QTDE-EDIT-W.
           DISPLAY "INDICE RECONSTRUIDO: " QTDE-EDIT-W " CADASTROS.".
           PERFORM GRAVA-LOG-RECONSTRUCAO.

       RECONSTROI-INDICE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-RECONSTRUCAO - trilha em LOG003 nos moldes do
      *    CPP028 (mesmo segundo: soma 1 ao periodo e tenta de novo).
      *----------------------------------------------------------------
       GRAVA-LOG-RECONSTRUCAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "RECONSTRUCAO"     TO LOG3-OPERACAO.
           MOVE "CGD016"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG LOG3-CAMPO
                                      LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE "INDICE DE NOMES"  TO LOG3-CAMPO.
           MOVE QTDE-EDIT-W        TO LOG3-VALOR-ATUAL(1:7).
           MOVE ZEROS              TO LOG3-CADEIA TENTA-LOG-W
                                      LOG-GRAVADO-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-RECONSTRUCAO-EXIT. EXIT.

       GRAVA-LOG-FISICA SECTION.
           WRITE REG-LOG003
               INVALID KEY
                   ADD 1 TO LOG3-PERIODO
                   ADD 1 TO TENTA-LOG-W
               NOT INVALID KEY
                   MOVE 1 TO LOG-GRAVADO-W
           END-WRITE.

       GRAVA-LOG-FISICA-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE LOG003.

       END PROGRAM CGP101.
