       IDENTIFICATION DIVISION.
       PROGRAM-ID. USP011.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MENU PRINCIPAL DO SISTEMA. AUTENTICA O USUARIO NO
      *        USD001 (GRDUSU, COM SENHA - O ACESSO AO MENU NAO
      *        DEPENDE DE AUTORIZACAO PROPRIA NO USD002), ESCOLHE A
      *        EMPRESA DA SESSAO ENTRE AS ATIVAS DO EMD001 QUE O
      *        USUARIO PODE USAR (CONCESSOES DO USD005; SEM ELE, TODAS)
      *        E A GRAVA NO CONTROLE, QUE E DE ONDE TODO PROGRAMA TIRA
      *        A EMPRESA, E ABRE A SESSAO NO USD003 (USP003V). O MENU
      *        VEM DO LEIAUTE DO USD009 (MANUTENCAO NO USP010), AGRUPADO
      *        E MOSTRANDO SO OS PROGRAMAS QUE O GRDUSU LIBERA AO
      *        USUARIO NA EMPRESA, COM A LISTA DOS USADOS
      *        RECENTEMENTE (USD010) NO TOPO. O PROGRAMA ESCOLHIDO
      *        RODA POR CALL DINAMICO, COMO NO BTP002, DENTRO DE UMA
      *        SESSAO PROPRIA NO USD003; NA TELA DELE O USUARIO ENTRA
      *        COM O CODIGO E A SENHA EM BRANCO (SESSAO JA AUTENTICADA
      *        PELO MENU). O PROGRAMA QUE TERMINA SO COM STOP RUN
      *        ENCERRA TAMBEM O MENU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY EMPX001.

           COPY USPX005.

           COPY USPX009.

           COPY USPX010.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY EMPW001.

           COPY USPW005.

           COPY USPW009.

           COPY USPW010.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-EMD001             PIC XX       VALUE SPACES.
           05  ST-USD005             PIC XX       VALUE SPACES.
           05  ST-USD009             PIC XX       VALUE SPACES.
           05  ST-USD010             PIC XX       VALUE SPACES.
           05  SEM-USD005-W          PIC 9        VALUE ZEROS.
           05  SEM-USD009-W          PIC 9        VALUE ZEROS.
           05  SEM-USD010-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-LEITURA-W         PIC 9        VALUE ZEROS.
              88  FIM-LEITURA-TRUE      VALUE 1.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  EMPRESA-SESSAO-W      PIC X(3)     VALUE SPACES.
           05  NOME-EMPRESA-W        PIC X(40)    VALUE SPACES.
           05  EMPRESA-PARM          PIC X(3)     VALUE SPACES.
           05  OPCAO-PARM            PIC X(8)     VALUE SPACES.
           05  NUMERO-OPCAO-W        PIC 9(3)     VALUE ZEROS.
           05  PROGRAMA-W            PIC X(8)     VALUE SPACES.
           05  DESCRICAO-W           PIC X(30)    VALUE SPACES.
           05  FALHOU-W              PIC 9        VALUE ZEROS.
           05  LIBERADO-W            PIC 9        VALUE ZEROS.
           05  GRUPO-TODAS-W         PIC 9        VALUE ZEROS.
           05  TITULO-PENDENTE-W     PIC X(30)    VALUE SPACES.
           05  QTDE-MN-W             PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-PROG-W           PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-EMP-W            PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-AUT-W            PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-REC-W            PIC 9(2)     VALUE ZEROS COMP.
           05  IND-REC-W             PIC 9(2)     VALUE ZEROS COMP.
           05  IND-NOVO-W            PIC 9(2)     VALUE ZEROS COMP.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  NUMERO-EXIBE-W        PIC ZZ9.
           05  RECENTE-EXIBE-W.
               10  FILLER            PIC X(1)     VALUE "R".
               10  IND-REC-EXIBE-W   PIC 9(1)     VALUE ZEROS.
           COPY "PARAMETR".

      *    itens do menu ja filtrados pelo GRDUSU: titulo de grupo
      *    (T) ou programa (P), este com o numero de opcao
       01  TAB-MENU.
           05  MN-OCR OCCURS 300 TIMES INDEXED BY MN-IDX.
               10  TIPO-MN           PIC X(1).
               10  NUMERO-MN         PIC 9(3).
               10  PROGRAMA-MN       PIC X(8).
               10  DESCRICAO-MN      PIC X(30).
               10  NIVEL-MN          PIC 9(1).

      *    empresas ativas do EMD001 que o usuario pode usar
       01  TAB-EMPRESA.
           05  EM-OCR OCCURS 50 TIMES INDEXED BY EM-IDX.
               10  EMPRESA-EM        PIC X(3).
               10  NOME-EM           PIC X(40).

      *    empresas com alguma concessao do usuario no USD005
       01  TAB-AUTORIZADA.
           05  AU-OCR OCCURS 50 TIMES INDEXED BY AU-IDX.
               10  EMPRESA-AU        PIC X(3).

      *    recentes do USD010 (ultimo primeiro) e a lista remontada
       01  TAB-RECENTE.
           05  RECENTE-W             PIC X(8)     OCCURS 9 TIMES.
       01  TAB-RECENTE-NOVA.
           05  RECENTE-NOVO-W        PIC X(8)     OCCURS 9 TIMES.
      *    recentes que o usuario ainda pode rodar, para a tela
       01  TAB-RECENTE-TELA.
           05  RT-OCR OCCURS 9 TIMES.
               10  PROGRAMA-RT       PIC X(8).
               10  DESCRICAO-RT      PIC X(30).
       01  QTDE-RT-W                 PIC 9(2)     VALUE ZEROS COMP.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): com senha no login; em branco na montagem do
      *    menu, so cadastro + autorizacao de cada programa
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.
       01  NOME-USUARIO-W            PIC X(30)    VALUE SPACES.

       01  PARAMETROS-USP003V.
      *    sessao do menu e sessao de cada programa chamado (USD003);
      *    "99" = auditoria nao implantada, segue sem registrar
           05  MODO-SES              PIC X(1)     VALUE SPACES.
           05  USUARIO-SES           PIC X(5)     VALUE SPACES.
           05  TERMINAL-SES          PIC X(10)    VALUE SPACES.
           05  PROGRAMA-SES          PIC X(8)     VALUE SPACES.
           05  INICIO-SES            PIC 9(14)    VALUE ZEROS.
           05  USP003V-RETORNO       PIC X(2)     VALUE SPACES.
       01  INICIO-MENU-W             PIC 9(14)    VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM LE-CONTROLE.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO.
           IF   ERRO-W EQUAL 0
                PERFORM ESCOLHE-EMPRESA.
           IF   ERRO-W EQUAL 0
                PERFORM ABRE-ARQUIVOS
                PERFORM ABRE-SESSAO-MENU
                PERFORM MONTA-MENU
                PERFORM PROCESSA-OPCAO UNTIL FIM-PROGRAMA-TRUE
                PERFORM FECHA-SESSAO-MENU
                PERFORM FECHA-ARQUIVOS.
           EXIT PROGRAM.
           STOP RUN.

       LE-CONTROLE SECTION.
           MOVE ZEROS TO ERRO-W FIM-PROGRAMA-W.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO LE-CONTROLE-EXIT.
           READ CONTROLE.
           MOVE EMPRESA      TO EMPRESA-SESSAO-W.
           MOVE NOME-EMPRESA TO NOME-EMPRESA-W.
           CLOSE CONTROLE.

       LE-CONTROLE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-USUARIO - login com senha; o menu em si nao pede
      *    autorizacao no USD002 ("03" com a senha conferida entra,
      *    e so vai ver o que tiver), nem da empresa ("06").
      *----------------------------------------------------------------
       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO..............................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "USP011" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "03"
           AND  GRDUSU-RETORNO NOT EQUAL "06"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-USUARIO-EXIT.
           MOVE NOME-USU TO NOME-USUARIO-W.

       SOLICITA-USUARIO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ESCOLHE-EMPRESA - sem o EMD001 segue a empresa do CONTROLE.
      *    Com ele, lista as ativas que o usuario pode usar; a troca
      *    regrava o CONTROLE e descarrega GRDUSU/USP003V, que
      *    guardam os caminhos da empresa na primeira chamada.
      *----------------------------------------------------------------
       ESCOLHE-EMPRESA SECTION.
           MOVE "\EMD001" TO PATH-EMD001.
           OPEN INPUT EMD001.
           IF   ST-EMD001 NOT EQUAL "00"
                GO TO ESCOLHE-EMPRESA-EXIT.

           PERFORM CARREGA-AUTORIZADAS.
           MOVE ZEROS TO QTDE-EMP-W FIM-LEITURA-W.
           MOVE LOW-VALUES TO EMPRESA-EM01.
           START EMD001 KEY IS NOT LESS EMPRESA-EM01
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM CARREGA-EMPRESA UNTIL FIM-LEITURA-TRUE.
           CLOSE EMD001.

           IF   QTDE-EMP-W EQUAL ZEROS
                GO TO ESCOLHE-EMPRESA-EXIT.
           IF   QTDE-EMP-W EQUAL 1
                SET EM-IDX TO 1
                PERFORM GRAVA-EMPRESA-SESSAO
                GO TO ESCOLHE-EMPRESA-EXIT.

           DISPLAY " ".
           DISPLAY "EMPRESAS DISPONIVEIS:".
           PERFORM MOSTRA-EMPRESA
                   VARYING EM-IDX FROM 1 BY 1
                   UNTIL EM-IDX GREATER QTDE-EMP-W.
           DISPLAY "EMPRESA DA SESSAO (BRANCO = " EMPRESA-SESSAO-W
                   ")....: " WITH NO ADVANCING.
           ACCEPT EMPRESA-PARM.
           IF   EMPRESA-PARM EQUAL SPACES
                MOVE EMPRESA-SESSAO-W TO EMPRESA-PARM.

           SET EM-IDX TO 1.
           SEARCH EM-OCR
               AT END
                   DISPLAY "EMPRESA NAO DISPONIVEL PARA O USUARIO."
                   MOVE 1 TO ERRO-W
               WHEN EM-IDX GREATER QTDE-EMP-W
                   DISPLAY "EMPRESA NAO DISPONIVEL PARA O USUARIO."
                   MOVE 1 TO ERRO-W
               WHEN EMPRESA-EM (EM-IDX) EQUAL EMPRESA-PARM
                   PERFORM GRAVA-EMPRESA-SESSAO
           END-SEARCH.

       ESCOLHE-EMPRESA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARREGA-AUTORIZADAS - empresas das concessoes do usuario no
      *    USD005 (do diretorio da empresa corrente, como no GRDUSU);
      *    "***" libera o grupo. Sem o USD005, todas as ativas.
      *----------------------------------------------------------------
       CARREGA-AUTORIZADAS SECTION.
           MOVE ZEROS TO QTDE-AUT-W GRUPO-TODAS-W SEM-USD005-W.
           MOVE EMPRESA-SESSAO-W TO EMP-REC.
           MOVE "USD005" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD005.
           OPEN INPUT USD005.
           IF   ST-USD005 NOT EQUAL "00"
                MOVE 1 TO SEM-USD005-W GRUPO-TODAS-W
                GO TO CARREGA-AUTORIZADAS-EXIT.
           MOVE USUARIO-PARM TO USUARIO-US05.
           MOVE LOW-VALUES   TO PROGRAMA-US05 EMPRESA-US05.
           MOVE ZEROS        TO FIM-LEITURA-W.
           START USD005 KEY IS NOT LESS CHAVE-US05
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LE-CONCESSAO UNTIL FIM-LEITURA-TRUE.
           CLOSE USD005.

       CARREGA-AUTORIZADAS-EXIT. EXIT.

       LE-CONCESSAO SECTION.
           READ USD005 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LE-CONCESSAO-EXIT.
           IF   USUARIO-US05 NOT EQUAL USUARIO-PARM
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-CONCESSAO-EXIT.
           IF   EMPRESA-US05 EQUAL "***"
                MOVE 1 TO GRUPO-TODAS-W
                GO TO LE-CONCESSAO-EXIT.
           SET AU-IDX TO 1.
           SEARCH AU-OCR
               AT END
                   CONTINUE
               WHEN AU-IDX GREATER QTDE-AUT-W
                   ADD 1 TO QTDE-AUT-W
                   MOVE EMPRESA-US05 TO EMPRESA-AU (AU-IDX)
               WHEN EMPRESA-AU (AU-IDX) EQUAL EMPRESA-US05
                   CONTINUE
           END-SEARCH.

       LE-CONCESSAO-EXIT. EXIT.

       CARREGA-EMPRESA SECTION.
           READ EMD001 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO CARREGA-EMPRESA-EXIT.
           IF   SITUACAO-EM01 NOT EQUAL 0
                GO TO CARREGA-EMPRESA-EXIT.
           IF   QTDE-EMP-W NOT LESS 50
                MOVE 1 TO FIM-LEITURA-W
                GO TO CARREGA-EMPRESA-EXIT.
           MOVE 0 TO LIBERADO-W.
           IF   GRUPO-TODAS-W EQUAL 1
                MOVE 1 TO LIBERADO-W
           ELSE
                SET AU-IDX TO 1
                SEARCH AU-OCR
                    AT END
                        CONTINUE
                    WHEN AU-IDX GREATER QTDE-AUT-W
                        CONTINUE
                    WHEN EMPRESA-AU (AU-IDX) EQUAL EMPRESA-EM01
                        MOVE 1 TO LIBERADO-W
                END-SEARCH.
           IF   LIBERADO-W EQUAL 0
                GO TO CARREGA-EMPRESA-EXIT.
           ADD  1 TO QTDE-EMP-W.
           SET  EM-IDX TO QTDE-EMP-W.
           MOVE EMPRESA-EM01 TO EMPRESA-EM (EM-IDX).
           MOVE NOME-EM01    TO NOME-EM (EM-IDX).

       CARREGA-EMPRESA-EXIT. EXIT.

       MOSTRA-EMPRESA SECTION.
           DISPLAY "   " EMPRESA-EM (EM-IDX) " " NOME-EM (EM-IDX).

       MOSTRA-EMPRESA-EXIT. EXIT.

       GRAVA-EMPRESA-SESSAO SECTION.
           IF   EMPRESA-EM (EM-IDX) EQUAL EMPRESA-SESSAO-W
                GO TO GRAVA-EMPRESA-SESSAO-EXIT.
           MOVE EMPRESA-EM (EM-IDX) TO EMPRESA-SESSAO-W.
           MOVE NOME-EM (EM-IDX)    TO NOME-EMPRESA-W.
           OPEN OUTPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO GRAVACAO CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO GRAVA-EMPRESA-SESSAO-EXIT.
           MOVE SPACES           TO REG-CONTROLE.
           MOVE EMPRESA-SESSAO-W TO EMPRESA.
           MOVE NOME-EMPRESA-W   TO NOME-EMPRESA.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.
           CANCEL "GRDUSU".
           CANCEL "USP003V".

       GRAVA-EMPRESA-SESSAO-EXIT. EXIT.

       ABRE-ARQUIVOS SECTION.
           MOVE EMPRESA-SESSAO-W TO EMP-REC.
           MOVE "USD009" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD009.
           MOVE "USD010" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD010.

           OPEN INPUT USD009.
           IF   ST-USD009 NOT EQUAL "00"
                MOVE 1 TO SEM-USD009-W.

           OPEN I-O USD010.
           IF   ST-USD010 EQUAL "35"
                CLOSE USD010       OPEN OUTPUT USD010
                CLOSE USD010       OPEN I-O USD010.
           IF   ST-USD010 NOT EQUAL "00"
                MOVE 1 TO SEM-USD010-W.

           MOVE SPACES TO TAB-RECENTE.
           IF   SEM-USD010-W EQUAL 0
                MOVE USUARIO-PARM TO USUARIO-US10
                READ USD010
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-USD010(6:72) TO TAB-RECENTE
                END-READ.

       ABRE-ARQUIVOS-EXIT. EXIT.

       ABRE-SESSAO-MENU SECTION.
           MOVE "I"          TO MODO-SES.
           MOVE USUARIO-PARM TO USUARIO-SES.
           MOVE SPACES       TO TERMINAL-SES.
           MOVE "USP011"     TO PROGRAMA-SES.
           MOVE ZEROS        TO INICIO-SES.
           CALL "USP003V" USING PARAMETROS-USP003V.
           IF   USP003V-RETORNO EQUAL "00"
                MOVE INICIO-SES TO INICIO-MENU-W
           ELSE
                MOVE ZEROS      TO INICIO-MENU-W.

       ABRE-SESSAO-MENU-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MONTA-MENU - percorre o USD009 na ordem de grupo/ordem e
      *    guarda so o que o GRDUSU libera; o titulo do grupo entra
      *    quando o primeiro programa dele e liberado.
      *----------------------------------------------------------------
       MONTA-MENU SECTION.
           MOVE ZEROS  TO QTDE-MN-W QTDE-PROG-W.
           MOVE SPACES TO TITULO-PENDENTE-W.
           IF   SEM-USD009-W EQUAL 1
                GO TO MONTA-MENU-EXIT.
           MOVE ZEROS  TO GRUPO-US09 ORDEM-US09 FIM-LEITURA-W.
           START USD009 KEY IS NOT LESS CHAVE-US09
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W.
           PERFORM LE-ITEM-MENU UNTIL FIM-LEITURA-TRUE.

       MONTA-MENU-EXIT. EXIT.

       LE-ITEM-MENU SECTION.
           READ USD009 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO LE-ITEM-MENU-EXIT.
           IF   SITUACAO-US09 NOT EQUAL 0
                GO TO LE-ITEM-MENU-EXIT.
           IF   ORDEM-US09 EQUAL ZEROS
                MOVE DESCRICAO-US09 TO TITULO-PENDENTE-W
                GO TO LE-ITEM-MENU-EXIT.
           IF   QTDE-MN-W NOT LESS 299
                DISPLAY "AVISO: MENU COM MAIS DE 300 ITENS - "
                        "VER USP010"
                MOVE 1 TO FIM-LEITURA-W
                GO TO LE-ITEM-MENU-EXIT.
           MOVE PROGRAMA-US09 TO PROGRAMA-W.
           PERFORM CONFERE-AUTORIZACAO.
           IF   LIBERADO-W EQUAL 0
                GO TO LE-ITEM-MENU-EXIT.
           IF   TITULO-PENDENTE-W NOT EQUAL SPACES
                ADD  1 TO QTDE-MN-W
                SET  MN-IDX TO QTDE-MN-W
                MOVE "T"               TO TIPO-MN (MN-IDX)
                MOVE ZEROS             TO NUMERO-MN (MN-IDX)
                                          NIVEL-MN (MN-IDX)
                MOVE SPACES            TO PROGRAMA-MN (MN-IDX)
                MOVE TITULO-PENDENTE-W TO DESCRICAO-MN (MN-IDX)
                MOVE SPACES            TO TITULO-PENDENTE-W.
           ADD  1 TO QTDE-MN-W QTDE-PROG-W.
           SET  MN-IDX TO QTDE-MN-W.
           MOVE "P"            TO TIPO-MN (MN-IDX).
           MOVE QTDE-PROG-W    TO NUMERO-MN (MN-IDX).
           MOVE PROGRAMA-US09  TO PROGRAMA-MN (MN-IDX).
           MOVE DESCRICAO-US09 TO DESCRICAO-MN (MN-IDX).
           MOVE NIVEL-USU      TO NIVEL-MN (MN-IDX).

       LE-ITEM-MENU-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-AUTORIZACAO - PROGRAMA-W liberado ao usuario na
      *    empresa da sessao: GRDUSU sem senha ("00"; "99" = controle
      *    nao implantado, tudo liberado).
      *----------------------------------------------------------------
       CONFERE-AUTORIZACAO SECTION.
           MOVE 0 TO LIBERADO-W.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE SPACES       TO SENHA-USU.
           MOVE PROGRAMA-W   TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           IF   GRDUSU-RETORNO EQUAL "00"
           OR   GRDUSU-RETORNO EQUAL "99"
                MOVE 1 TO LIBERADO-W.

       CONFERE-AUTORIZACAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MONTA-RECENTES - dos recentes do USD010, os que o usuario
      *    ainda roda, com a descricao do menu quando o programa esta
      *    nele.
      *----------------------------------------------------------------
       MONTA-RECENTES SECTION.
           MOVE ZEROS  TO QTDE-RT-W.
           MOVE SPACES TO TAB-RECENTE-TELA.
           PERFORM CONFERE-RECENTE
                   VARYING IND-REC-W FROM 1 BY 1
                   UNTIL IND-REC-W GREATER 9.

       MONTA-RECENTES-EXIT. EXIT.

       CONFERE-RECENTE SECTION.
           IF   RECENTE-W (IND-REC-W) EQUAL SPACES
                GO TO CONFERE-RECENTE-EXIT.
           MOVE RECENTE-W (IND-REC-W) TO PROGRAMA-W.
           PERFORM CONFERE-AUTORIZACAO.
           IF   LIBERADO-W EQUAL 0
                GO TO CONFERE-RECENTE-EXIT.
           ADD  1 TO QTDE-RT-W.
           MOVE PROGRAMA-W TO PROGRAMA-RT (QTDE-RT-W).
           PERFORM PROCURA-DESCRICAO.
           MOVE DESCRICAO-W TO DESCRICAO-RT (QTDE-RT-W).

       CONFERE-RECENTE-EXIT. EXIT.

       PROCURA-DESCRICAO SECTION.
           MOVE SPACES TO DESCRICAO-W.
           SET MN-IDX TO 1.
           SEARCH MN-OCR
               AT END
                   CONTINUE
               WHEN MN-IDX GREATER QTDE-MN-W
                   CONTINUE
               WHEN TIPO-MN (MN-IDX) EQUAL "P"
               AND  PROGRAMA-MN (MN-IDX) EQUAL PROGRAMA-W
                   MOVE DESCRICAO-MN (MN-IDX) TO DESCRICAO-W
           END-SEARCH.

       PROCURA-DESCRICAO-EXIT. EXIT.

       PROCESSA-OPCAO SECTION.
           PERFORM MONTA-RECENTES.
           DISPLAY " ".
           DISPLAY "MENU PRINCIPAL - " EMPRESA-SESSAO-W " "
                   NOME-EMPRESA-W.
           DISPLAY "USUARIO " USUARIO-PARM " " NOME-USUARIO-W.
           IF   QTDE-RT-W GREATER ZEROS
                DISPLAY " "
                DISPLAY "== USADOS RECENTEMENTE"
                PERFORM MOSTRA-RECENTE
                        VARYING IND-REC-W FROM 1 BY 1
                        UNTIL IND-REC-W GREATER QTDE-RT-W.
           IF   QTDE-MN-W EQUAL ZEROS
                DISPLAY " "
                DISPLAY "NENHUM PROGRAMA DO MENU LIBERADO - VER USP010 "
                        "(LEIAUTE) E USP002 (AUTORIZACOES)."
           ELSE
                PERFORM MOSTRA-ITEM
                        VARYING MN-IDX FROM 1 BY 1
                        UNTIL MN-IDX GREATER QTDE-MN-W.
           DISPLAY " ".
           DISPLAY "OPCAO (NUMERO, R1-R9, PROGRAMA OU F-FIM): "
               WITH NO ADVANCING.
           MOVE SPACES TO OPCAO-PARM.
           ACCEPT OPCAO-PARM.

           IF   OPCAO-PARM EQUAL "F" OR OPCAO-PARM EQUAL "f"
                MOVE 1 TO FIM-PROGRAMA-W
                GO TO PROCESSA-OPCAO-EXIT.
           IF   OPCAO-PARM EQUAL SPACES
                GO TO PROCESSA-OPCAO-EXIT.

           MOVE SPACES TO PROGRAMA-W.
           IF   (OPCAO-PARM(1:1) EQUAL "R" OR OPCAO-PARM(1:1) EQUAL "r")
           AND  OPCAO-PARM(2:1) NUMERIC
           AND  OPCAO-PARM(3:6) EQUAL SPACES
                MOVE OPCAO-PARM(2:1) TO IND-REC-W
                IF   IND-REC-W GREATER ZEROS
                AND  IND-REC-W NOT GREATER QTDE-RT-W
                     MOVE PROGRAMA-RT (IND-REC-W) TO PROGRAMA-W
                END-IF
           ELSE
                PERFORM OPCAO-NUMERICA.
           IF   PROGRAMA-W EQUAL SPACES
                MOVE OPCAO-PARM TO PROGRAMA-W.

           PERFORM CONFERE-AUTORIZACAO.
           IF   LIBERADO-W EQUAL 0
                DISPLAY "PROGRAMA " PROGRAMA-W
                        " NAO LIBERADO PARA O USUARIO NESTA EMPRESA ("
                        GRDUSU-RETORNO ")."
                GO TO PROCESSA-OPCAO-EXIT.
           PERFORM EXECUTA-PROGRAMA.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    OPCAO-NUMERICA - numero de 1 a 3 digitos vira o programa da
      *    opcao; qualquer outra coisa e tratada como PROGRAM-ID.
      *----------------------------------------------------------------
       OPCAO-NUMERICA SECTION.
           MOVE ZEROS TO NUMERO-OPCAO-W.
           IF   OPCAO-PARM(1:3) NUMERIC
           AND  OPCAO-PARM(4:5) EQUAL SPACES
                MOVE OPCAO-PARM(1:3) TO NUMERO-OPCAO-W
           ELSE
                IF   OPCAO-PARM(1:2) NUMERIC
                AND  OPCAO-PARM(3:6) EQUAL SPACES
                     MOVE OPCAO-PARM(1:2) TO NUMERO-OPCAO-W
                ELSE
                     IF   OPCAO-PARM(1:1) NUMERIC
                     AND  OPCAO-PARM(2:7) EQUAL SPACES
                          MOVE OPCAO-PARM(1:1) TO NUMERO-OPCAO-W.
           IF   NUMERO-OPCAO-W EQUAL ZEROS
                GO TO OPCAO-NUMERICA-EXIT.
           SET MN-IDX TO 1.
           SEARCH MN-OCR
               AT END
                   MOVE "?" TO PROGRAMA-W
               WHEN MN-IDX GREATER QTDE-MN-W
                   MOVE "?" TO PROGRAMA-W
               WHEN TIPO-MN (MN-IDX) EQUAL "P"
               AND  NUMERO-MN (MN-IDX) EQUAL NUMERO-OPCAO-W
                   MOVE PROGRAMA-MN (MN-IDX) TO PROGRAMA-W
           END-SEARCH.
           IF   PROGRAMA-W EQUAL "?"
                DISPLAY "OPCAO INEXISTENTE."
                MOVE SPACES TO OPCAO-PARM.

       OPCAO-NUMERICA-EXIT. EXIT.

       MOSTRA-RECENTE SECTION.
           MOVE IND-REC-W TO IND-REC-EXIBE-W.
           DISPLAY "  " RECENTE-EXIBE-W "  " PROGRAMA-RT (IND-REC-W)
                   " " DESCRICAO-RT (IND-REC-W).

       MOSTRA-RECENTE-EXIT. EXIT.

       MOSTRA-ITEM SECTION.
           IF   TIPO-MN (MN-IDX) EQUAL "T"
                DISPLAY " "
                DISPLAY "== " DESCRICAO-MN (MN-IDX)
                GO TO MOSTRA-ITEM-EXIT.
           MOVE NUMERO-MN (MN-IDX) TO NUMERO-EXIBE-W.
           IF   NIVEL-MN (MN-IDX) EQUAL 1
                DISPLAY " " NUMERO-EXIBE-W "  " PROGRAMA-MN (MN-IDX)
                        " " DESCRICAO-MN (MN-IDX) " (CONSULTA)"
           ELSE
                DISPLAY " " NUMERO-EXIBE-W "  " PROGRAMA-MN (MN-IDX)
                        " " DESCRICAO-MN (MN-IDX).

       MOSTRA-ITEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    EXECUTA-PROGRAMA - poe o programa no topo dos recentes,
      *    abre a sessao dele no USD003 e o chama como o BTP002: o
      *    modulo que nao resolve cai no ON EXCEPTION; o CANCEL o
      *    devolve ao estado inicial para a proxima chamada.
      *----------------------------------------------------------------
       EXECUTA-PROGRAMA SECTION.
           PERFORM ATUALIZA-RECENTES.
           MOVE "I"          TO MODO-SES.
           MOVE USUARIO-PARM TO USUARIO-SES.
           MOVE SPACES       TO TERMINAL-SES.
           MOVE PROGRAMA-W   TO PROGRAMA-SES.
           MOVE ZEROS        TO INICIO-SES.
           CALL "USP003V" USING PARAMETROS-USP003V.
           IF   USP003V-RETORNO NOT EQUAL "00"
                MOVE ZEROS TO INICIO-SES.

           MOVE ZEROS TO FALHOU-W.
           CALL PROGRAMA-W
               ON EXCEPTION
                   MOVE 1 TO FALHOU-W
           END-CALL.
           IF   FALHOU-W EQUAL 0
                CANCEL PROGRAMA-W
           ELSE
                DISPLAY "PROGRAMA " PROGRAMA-W " NAO LOCALIZADO.".

           IF   INICIO-SES NOT EQUAL ZEROS
                MOVE "F"          TO MODO-SES
                MOVE USUARIO-PARM TO USUARIO-SES
                MOVE PROGRAMA-W   TO PROGRAMA-SES
                CALL "USP003V" USING PARAMETROS-USP003V.

       EXECUTA-PROGRAMA-EXIT. EXIT.

       ATUALIZA-RECENTES SECTION.
           MOVE SPACES     TO TAB-RECENTE-NOVA.
           MOVE PROGRAMA-W TO RECENTE-NOVO-W (1).
           MOVE 1          TO IND-NOVO-W.
           PERFORM COPIA-RECENTE
                   VARYING IND-REC-W FROM 1 BY 1
                   UNTIL IND-REC-W GREATER 9
                      OR IND-NOVO-W NOT LESS 9.
           MOVE TAB-RECENTE-NOVA TO TAB-RECENTE.
           IF   SEM-USD010-W EQUAL 1
                GO TO ATUALIZA-RECENTES-EXIT.

           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           MOVE SPACES       TO REG-USD010.
           MOVE USUARIO-PARM TO USUARIO-US10.
           MOVE TAB-RECENTE  TO REG-USD010(6:72).
           MOVE DATA-HOJE-W  TO DATA-ULTIMO-US10(1:8).
           MOVE HORA-W(1:6)  TO DATA-ULTIMO-US10(9:6).
           WRITE REG-USD010
               INVALID KEY
                   REWRITE REG-USD010
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       ATUALIZA-RECENTES-EXIT. EXIT.

       COPIA-RECENTE SECTION.
           IF   RECENTE-W (IND-REC-W) EQUAL SPACES
           OR   RECENTE-W (IND-REC-W) EQUAL PROGRAMA-W
                GO TO COPIA-RECENTE-EXIT.
           ADD  1 TO IND-NOVO-W.
           MOVE RECENTE-W (IND-REC-W) TO RECENTE-NOVO-W (IND-NOVO-W).

       COPIA-RECENTE-EXIT. EXIT.

       FECHA-SESSAO-MENU SECTION.
           IF   INICIO-MENU-W EQUAL ZEROS
                GO TO FECHA-SESSAO-MENU-EXIT.
           MOVE "F"           TO MODO-SES.
           MOVE USUARIO-PARM  TO USUARIO-SES.
           MOVE "USP011"      TO PROGRAMA-SES.
           MOVE INICIO-MENU-W TO INICIO-SES.
           CALL "USP003V" USING PARAMETROS-USP003V.

       FECHA-SESSAO-MENU-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           IF   SEM-USD009-W EQUAL 0
                CLOSE USD009.
           IF   SEM-USD010-W EQUAL 0
                CLOSE USD010.

       FECHA-ARQUIVOS-EXIT. EXIT.

       END PROGRAM USP011.
