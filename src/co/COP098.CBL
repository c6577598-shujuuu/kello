       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP098.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: IMPORTA PARA O CADASTRO GERAL (CGD001/CGD011) A LISTA
      *        DE ALUNOS DE UMA TURMA ENVIADA PELA ESCOLA, NUM ARQUIVO
      *        TEXTO SEPARADO POR PONTO-E-VIRGULA (VER LAYOUT ABAIXO),
      *        PARA O CURSO/TURMA INFORMADO (VALIDADO PELO GRDCTU).
      *        CADA LINHA TEM O CPF CONFERIDO PELO GRDCPF, A CIDADE
      *        PELO GRDCID E O CEP PELO GRDCEP, E E' COMPARADA COM O
      *        CADASTRO EXISTENTE PELO CPF (CHAVE ALT2-CG11) E PELO
      *        NOME PELO SOM (GRDNOM FUNCAO "F"), ALEM DE CPF REPETIDO
      *        NO PROPRIO ARQUIVO. SO' A LINHA LIMPA VIRA CLIENTE
      *        (TIPO 1, ENDERECO COMUM COM A TURMA, NOME NO INDICE DE
      *        PESQUISA CGD016 E TRILHA EM LOG003); AS DEMAIS SAEM NA
      *        LISTA DE EXCECOES A RESOLVER, NO FIM DO RELATORIO.
      *        SEGUE A CONVENCAO DE SIMULACAO DA FAMILIA GALHO (COPY
      *        GAPWCNV): EM SIMULACAO O RELATORIO MOSTRA O QUE SERIA
      *        CRIADO E NADA E' GRAVADO NO CADASTRO.
      *
      *        LAYOUT DA LINHA (UMA POR ALUNO, CAMPOS EM BRANCO
      *        PERMITIDOS ONDE INDICADO; LINHA QUE COMECA POR "NOME"
      *        E' TOMADA COMO CABECALHO DA PLANILHA E IGNORADA):
      *        NOME;CPF;NASCIMENTO DD/MM/AAAA (OPCIONAL);E-MAIL
      *        (OPCIONAL);TELEFONE COM DDD (OPCIONAL, 10 DIGITOS FIXO
      *        OU 11 CELULAR);NOME DO PAI OU RESPONSAVEL (OPCIONAL);
      *        CEP (OPCIONAL);CODIGO DA CIDADE NO CGD012 (OPCIONAL -
      *        EM BRANCO ASSUME A CIDADE PADRAO INFORMADA NA ABERTURA
      *        OU, SEM ELA, A CIDADE DO CEP). PONTOS, TRACOS, BARRAS E
      *        PARENTESES DE CPF, DATA, TELEFONE E CEP SAO IGNORADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CGPX001.

           COPY CGPX011.

           COPY LOGX003.

           SELECT ROSTER ASSIGN TO PATH-ROSTER-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ROSTER.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY CGPW011.

           COPY LOGW003.

       FD  ROSTER
           LABEL RECORD IS OMITTED.
       01  REG-ROSTER                PIC X(300).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-ROSTER             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-ROSTER-W          PIC 9        VALUE ZEROS.
              88  FIM-ROSTER-TRUE       VALUE 1.
           05  FIM-CGD001-W          PIC 9        VALUE ZEROS.
              88  FIM-CGD001-TRUE       VALUE 1.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  ANO-HOJE-W REDEFINES DATA-HOJE-W.
               10  ANO-ATUAL-W       PIC 9(4).
               10  FILLER            PIC 9(4).
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-ROSTER-W         PIC X(60)    VALUE SPACES.
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CURSO-PARM            PIC X(4)     VALUE SPACES.
           05  TURMA-PARM            PIC X(3)     VALUE SPACES.
           05  CIDADE-PADRAO-W       PIC 9(4)     VALUE ZEROS.
           05  ULTIMO-CODIGO-W       PIC 9(6)     VALUE ZEROS.
           05  TENTA-CODIGO-W        PIC 9(3)     VALUE ZEROS.
           05  CLIENTE-GRAVADO-W     PIC 9        VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  NR-LINHA-W            PIC 9(4)     VALUE ZEROS.
           05  QTDE-CABEC-W          PIC 9(4)     VALUE ZEROS.
           05  QTDE-INVALIDOS-W      PIC 9(4)     VALUE ZEROS.
           05  QTDE-DUPLICADOS-W     PIC 9(4)     VALUE ZEROS.
           05  QTDE-EXCECOES-W       PIC 9(4)     VALUE ZEROS.
           05  QTDE-EXC-TAB-W        PIC 9(4)     VALUE ZEROS.
           05  IND-EXC-W             PIC 9(4)     VALUE ZEROS.
           05  QTDE-CPF-TAB-W        PIC 9(4)     VALUE ZEROS.
           05  IND-CPF-W             PIC 9(4)     VALUE ZEROS.
           05  LINHA-REPETIDA-W      PIC 9(4)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  DUPLICADO-W           PIC 9        VALUE ZEROS.
           COPY GAPWCNV.
           COPY "PARAMETR".

      *    campos da linha da planilha, ja separados
       01  CAMPOS-ROSTER.
           05  NOME-CSV              PIC X(60)    VALUE SPACES.
           05  CPF-CSV               PIC X(20)    VALUE SPACES.
           05  NASC-CSV              PIC X(20)    VALUE SPACES.
           05  EMAIL-CSV             PIC X(60)    VALUE SPACES.
           05  FONE-CSV              PIC X(20)    VALUE SPACES.
           05  PAI-CSV               PIC X(60)    VALUE SPACES.
           05  CEP-CSV               PIC X(20)    VALUE SPACES.
           05  CIDADE-CSV            PIC X(20)    VALUE SPACES.

      *    dados ja validados da linha, prontos para o CGD001/CGD011
       01  DADOS-ALUNO.
           05  CPF-ALUNO-W           PIC 9(11)    VALUE ZEROS.
           05  NASC-ALUNO-W          PIC 9(8)     VALUE ZEROS.
           05  NASC-DMA-W REDEFINES NASC-ALUNO-W.
               10  DIA-NASC-W        PIC 99.
               10  MES-NASC-W        PIC 99.
               10  ANO-NASC-W        PIC 9(4).
           05  NASC-AMD-W            PIC 9(8)     VALUE ZEROS.
           05  NASC-AMD-R REDEFINES NASC-AMD-W.
               10  ANO-AMD-W         PIC 9(4).
               10  MES-AMD-W         PIC 99.
               10  DIA-AMD-W         PIC 99.
           05  DDD-ALUNO-W           PIC 99       VALUE ZEROS.
           05  FONE-ALUNO-W          PIC 9(9)     VALUE ZEROS.
           05  FONE8-ALUNO-W         PIC 9(8)     VALUE ZEROS.
           05  CELULAR-W             PIC 9        VALUE ZEROS.
           05  CEP-ALUNO-W           PIC 9(8)     VALUE ZEROS.
           05  CIDADE-ALUNO-W        PIC 9(4)     VALUE ZEROS.

      *    separacao dos digitos de CPF/data/telefone/CEP/cidade e
      *    alinhamento a esquerda de nome/e-mail
       01  AREAS-DE-TEXTO.
           05  CAMPO-W               PIC X(20)    VALUE SPACES.
           05  DIGITOS-W             PIC X(20)    VALUE SPACES.
           05  QTDE-DIG-W            PIC 9(2)     VALUE ZEROS.
           05  IND-CAR-W             PIC 9(2)     VALUE ZEROS.
           05  NUMERO-W              PIC 9(18)    VALUE ZEROS.
           05  TEXTO-W               PIC X(60)    VALUE SPACES.
           05  TEXTO-AUX-W           PIC X(60)    VALUE SPACES.
           05  QTDE-BRANCOS-W        PIC 9(2)     VALUE ZEROS.
           05  TAM-TEXTO-W           PIC 9(2)     VALUE ZEROS.
           05  QTDE-ARROBA-W         PIC 9(2)     VALUE ZEROS.
           05  MINUSCULAS-W          PIC X(26)    VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  MAIUSCULAS-W          PIC X(26)    VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  TAB-DIAS-MES.
           05  FILLER                PIC X(24)    VALUE
               "312831303130313130313031".
       01  TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
           05  DIAS-MES-TAB          PIC 99 OCCURS 12 TIMES.
       01  ULTIMO-DIA-W              PIC 99       VALUE ZEROS.
       01  RESTO-W                   PIC 9(4)     VALUE ZEROS.
       01  QUOCIENTE-W               PIC 9(4)     VALUE ZEROS.

      *    CPF das linhas ja aceitas nesta execucao (repetido no
      *    proprio arquivo nao passa pela chave do CGD011 em simulacao)
       01  TAB-CPF-ARQUIVO.
           05  CPF-ARQ-TAB OCCURS 999 TIMES.
               10  CPF-TAB           PIC 9(11).
               10  LINHA-CPF-TAB     PIC 9(4).

      *    excecoes guardadas para a lista do fim do relatorio
       01  TAB-EXCECOES.
           05  EXC-TAB OCCURS 999 TIMES.
               10  LINHA-EXC-TAB     PIC 9(4).
               10  NOME-EXC-TAB      PIC X(28).
               10  CPF-EXC-TAB       PIC X(14).
               10  MOTIVO-EXC-TAB    PIC X(40).

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-GRDCTU.
      *    validacao de curso/turma (COD042/COD043 - ver GRDCTU)
           05  CURSO-CTU             PIC X(4)     VALUE SPACES.
           05  TURMA-CTU             PIC X(3)     VALUE SPACES.
           05  GRDCTU-RETORNO        PIC X(2)     VALUE SPACES.
           05  DESCR-CURSO-CTU       PIC X(30)    VALUE SPACES.
           05  DATA-FORMATURA-CTU    PIC 9(8)     VALUE ZEROS.

       01  PARAMETROS-GRDCPF.
      *    validacao de CPF (ver GRDCPF): "00" confere; excecoes
      *    cadastradas (CGD090) tambem passam
           05  CPF                   PIC 9(11)    VALUE ZEROS.
           05  GRDCPF-RETORNO        PIC X(2)     VALUE SPACES.

       01  PARAMETROS-GRDCID.
      *    validacao de cidade (CGD012 - ver GRDCID): "99" = cadastro
      *    indisponivel, segue sem validar
           05  CIDADE-CID            PIC 9(4)     VALUE ZEROS.
           05  GRDCID-RETORNO        PIC X(2)     VALUE SPACES.
           05  NOME-CIDADE-CID       PIC X(30)    VALUE SPACES.
           05  UF-CIDADE-CID         PIC X(2)     VALUE SPACES.
           05  DDD-CIDADE-CID        PIC 9(4)     VALUE ZEROS.

       01  PARAMETROS-GRDCEP.
      *    validacao de CEP (CGD013 - ver GRDCEP): "99" = base
      *    indisponivel, segue sem validar
           05  CEP-VAL               PIC 9(8)     VALUE ZEROS.
           05  CIDADE-VAL            PIC 9(4)     VALUE ZEROS.
           05  GRDCEP-RETORNO        PIC X(2)     VALUE SPACES.
           05  CIDADE-CEP-VAL        PIC 9(4)     VALUE ZEROS.

       01  PARAMETROS-GRDNOM.
      *    homonimo pelo som e indice CGD016 (ver GRDNOM): "F" antes
      *    de aceitar a linha, "A" depois de gravar o cliente
           05  FUNCAO-NOM            PIC X        VALUE SPACES.
           05  USUARIO-NOM           PIC X(5)     VALUE SPACES.
           05  CODIGO-NOM            PIC 9(6)     VALUE ZEROS.
           05  CLASSIF-NOM           PIC 9        VALUE ZEROS.
           05  NOME-NOM              PIC X(40)    VALUE SPACES.
           05  TIPO-NOM              PIC 9        VALUE ZEROS.
           05  QTDE-NOM              PIC 9(6)     VALUE ZEROS.
           05  GRDNOM-RETORNO        PIC X(2)     VALUE SPACES.

       01  PARAMETROS-GRDMSK.
      *    mascara LGPD do CPF no relatorio (ver GRDMSK)
           05  FUNCAO-MSK            PIC X        VALUE SPACES.
           05  USUARIO-MSK           PIC X(5)     VALUE SPACES.
           05  DADO-MSK              PIC X(16)    VALUE SPACES.
           05  DADO-NUM-MSK REDEFINES DADO-MSK PIC 9(16).
           05  SAIDA-MSK             PIC X(20)    VALUE SPACES.
           05  GRDMSK-RETORNO        PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(30)   VALUE
               "IMPORTACAO DE ALUNOS - CURSO ".
           05  CURSO-REL             PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(7)    VALUE " TURMA ".
           05  TURMA-REL             PIC X(3)    VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  MODO-REL              PIC X(30)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(34)   VALUE
               "LINHA NOME                        ".
           05  FILLER                PIC X(15)   VALUE
               "CPF            ".
           05  FILLER                PIC X(40)   VALUE
               "SITUACAO / MOTIVO".
       01  CAB05.
           05  FILLER                PIC X(90)   VALUE
               "EXCECOES A RESOLVER (NADA GRAVADO PARA ESTAS LINHAS)".

       01  LINDET.
           05  LINHA-REL             PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  NOME-REL              PIC X(28)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CPF-REL               PIC X(14)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(40)   VALUE SPACES.

       01  LINOBS.
           05  FILLER                PIC X(50)   VALUE SPACES.
           05  OBS2-REL              PIC X(40)   VALUE SPACES.

       01  LINTOT1.
           05  FILLER                PIC X(31)   VALUE
               "LINHAS DE ALUNOS LIDAS.......: ".
           05  QTDE-LIDOS-REL        PIC ZZZ9    VALUE ZEROS.
       01  LINTOT2.
           05  FILLER                PIC X(31)   VALUE
               "CLIENTES CRIADOS.............: ".
           05  QTDE-CRIADOS-REL      PIC ZZZ9    VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(31)   VALUE
               "SERIAM CRIADOS (SIMULACAO)...: ".
           05  QTDE-SIMULADOS-REL    PIC ZZZ9    VALUE ZEROS.
       01  LINTOT4.
           05  FILLER                PIC X(31)   VALUE
               "DUPLICADOS (CPF/NOME/ARQUIVO): ".
           05  QTDE-DUPLICADOS-REL   PIC ZZZ9    VALUE ZEROS.
       01  LINTOT5.
           05  FILLER                PIC X(31)   VALUE
               "INVALIDOS....................: ".
           05  QTDE-INVALIDOS-REL    PIC ZZZ9    VALUE ZEROS.
       01  LINTOT6.
           05  FILLER                PIC X(31)   VALUE
               "LINHAS DE CABECALHO IGNORADAS: ".
           05  QTDE-CABEC-REL        PIC ZZZ9    VALUE ZEROS.
       01  LINTOT7.
           05  FILLER                PIC X(31)   VALUE
               "EXCECOES ALEM DA LISTA.......: ".
           05  QTDE-FORA-REL         PIC ZZZ9    VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO
           END-IF.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-PARAMETROS
           END-IF.
           IF   ERRO-W EQUAL 0
                PERFORM BUSCA-ULTIMO-CODIGO
                OPEN OUTPUT RELAT
                PERFORM CABECALHO
                PERFORM PROCESSA-LINHA UNTIL FIM-ROSTER-TRUE
                CLOSE ROSTER
                PERFORM IMPRIME-EXCECOES
                PERFORM IMPRIME-TOTAL
                CLOSE RELAT
           END-IF.
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
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD011" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CGD001.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                MOVE 1 TO ERRO-W.
           OPEN I-O CGD011.
           IF   ST-CGD011 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
                MOVE 1 TO ERRO-W.

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
           MOVE "COP098" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO ERRO-W.

      *----------------------------------------------------------------
      *    SOLICITA-PARAMETROS - curso/turma ativos no COD042/COD043,
      *    cidade padrao das linhas sem cidade, modo (simulacao ou
      *    gravacao, como no GAPWCNV) e o arquivo da escola.
      *----------------------------------------------------------------
       SOLICITA-PARAMETROS SECTION.
           DISPLAY "CODIGO DO CURSO......................: "
               WITH NO ADVANCING.
           ACCEPT CURSO-PARM.
           DISPLAY "CODIGO DA TURMA......................: "
               WITH NO ADVANCING.
           ACCEPT TURMA-PARM.
           MOVE CURSO-PARM TO CURSO-CTU.
           MOVE TURMA-PARM TO TURMA-CTU.
           CALL "GRDCTU" USING PARAMETROS-GRDCTU.
           IF   TURMA-PARM EQUAL SPACES
           OR   (GRDCTU-RETORNO NOT EQUAL "00"
           AND   GRDCTU-RETORNO NOT EQUAL "99")
                DISPLAY "CURSO/TURMA RECUSADO POR GRDCTU ("
                        GRDCTU-RETORNO ")."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.
           MOVE CURSO-PARM TO CURSO-REL.
           MOVE TURMA-PARM TO TURMA-REL.

           DISPLAY "CIDADE PADRAO (CGD012, 0=DO CEP).....: "
               WITH NO ADVANCING.
           ACCEPT CIDADE-PADRAO-W.
           IF   CIDADE-PADRAO-W NOT EQUAL ZEROS
                MOVE CIDADE-PADRAO-W TO CIDADE-CID
                CALL "GRDCID" USING PARAMETROS-GRDCID
                IF   GRDCID-RETORNO NOT EQUAL "00"
                AND  GRDCID-RETORNO NOT EQUAL "99"
                     DISPLAY "CIDADE RECUSADA POR GRDCID ("
                             GRDCID-RETORNO ")."
                     MOVE 1 TO ERRO-W
                     GO TO SOLICITA-PARAMETROS-EXIT.

           DISPLAY "SOMENTE SIMULAR, SEM GRAVAR (S/N)....: "
               WITH NO ADVANCING.
           ACCEPT RESP-MODO-GA.
           IF   RESP-MODO-GA EQUAL "S" OR RESP-MODO-GA EQUAL "s"
                MOVE 1 TO MODO-CONVERSAO-GA
                MOVE "*** SIMULACAO - NADA GRAVADO"
                  TO MODO-REL
           ELSE
                MOVE 0 TO MODO-CONVERSAO-GA.

           DISPLAY "ARQUIVO DA ESCOLA (CAMINHO)..........: "
               WITH NO ADVANCING.
           ACCEPT PATH-ROSTER-W.
           OPEN INPUT ROSTER.
           IF   ST-ROSTER NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA ARQUIVO DA ESCOLA: " ST-ROSTER
                MOVE 1 TO ERRO-W.

       SOLICITA-PARAMETROS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    BUSCA-ULTIMO-CODIGO - o maior codigo do CGD001, varrendo
      *    pela chave primaria (mesma solucao do CTP005); os clientes
      *    novos seguem dele em diante.
      *----------------------------------------------------------------
       BUSCA-ULTIMO-CODIGO SECTION.
           MOVE ZEROS TO ULTIMO-CODIGO-W CODIGO-CG01 FIM-CGD001-W.
           START CGD001 KEY IS NOT LESS CODIGO-CG01
               INVALID KEY
                   MOVE 1 TO FIM-CGD001-W
           END-START.
           PERFORM LE-ULTIMO-CODIGO UNTIL FIM-CGD001-TRUE.

       BUSCA-ULTIMO-CODIGO-EXIT. EXIT.

       LE-ULTIMO-CODIGO SECTION.
           READ CGD001 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CGD001-W
                   GO TO LE-ULTIMO-CODIGO-EXIT.
           MOVE CODIGO-CG01 TO ULTIMO-CODIGO-W.

       LE-ULTIMO-CODIGO-EXIT. EXIT.

       PROCESSA-LINHA SECTION.
           READ ROSTER
               AT END
                   MOVE 1 TO FIM-ROSTER-W
                   GO TO PROCESSA-LINHA-EXIT.
           ADD  1 TO NR-LINHA-W.
           IF   REG-ROSTER EQUAL SPACES
                GO TO PROCESSA-LINHA-EXIT.

           PERFORM SEPARA-CAMPOS.
           IF   NOME-CSV(1:4) EQUAL "NOME"
                ADD 1 TO QTDE-CABEC-W
                GO TO PROCESSA-LINHA-EXIT.
           ADD  1 TO QTDE-PROCESSADOS-GA.

           MOVE SPACES TO MOTIVO-W.
           MOVE ZEROS  TO DUPLICADO-W.
           PERFORM VALIDA-LINHA.
           IF   MOTIVO-W EQUAL SPACES
                PERFORM CONFERE-DUPLICIDADE.
           IF   MOTIVO-W NOT EQUAL SPACES
                PERFORM REGISTRA-EXCECAO
                GO TO PROCESSA-LINHA-EXIT.

           PERFORM GUARDA-CPF-ARQUIVO.
           IF   CONVERSAO-SIMULACAO-GA
                ADD  1 TO QTDE-SIMULADOS-GA
                MOVE "SERIA CRIADO (SIMULACAO)" TO OBS-REL
                MOVE "SIMULACAO" TO LOG3-OPERACAO
                MOVE ZEROS       TO CODIGO-CG01
                PERFORM GRAVA-LOG-CLIENTE
           ELSE
                PERFORM CRIA-CLIENTE.
           PERFORM IMPRIME-LINHA.

       PROCESSA-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SEPARA-CAMPOS - aspas e o CR de planilha gravada no
      *    Windows saem antes de separar pelo ponto-e-virgula; nome,
      *    e-mail e nome do pai ficam alinhados a esquerda e nome e
      *    pai em maiusculas, como no cadastro.
      *----------------------------------------------------------------
       SEPARA-CAMPOS SECTION.
           INSPECT REG-ROSTER REPLACING ALL '"' BY SPACE.
           INSPECT REG-ROSTER REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO CAMPOS-ROSTER.
           UNSTRING REG-ROSTER DELIMITED BY ";"
               INTO NOME-CSV CPF-CSV NASC-CSV EMAIL-CSV FONE-CSV
                    PAI-CSV CEP-CSV CIDADE-CSV
           END-UNSTRING.

           MOVE NOME-CSV TO TEXTO-W.
           PERFORM ALINHA-TEXTO.
           MOVE TEXTO-W  TO NOME-CSV.
           INSPECT NOME-CSV CONVERTING MINUSCULAS-W TO MAIUSCULAS-W.
           MOVE PAI-CSV  TO TEXTO-W.
           PERFORM ALINHA-TEXTO.
           MOVE TEXTO-W  TO PAI-CSV.
           INSPECT PAI-CSV CONVERTING MINUSCULAS-W TO MAIUSCULAS-W.
           MOVE EMAIL-CSV TO TEXTO-W.
           PERFORM ALINHA-TEXTO.
           MOVE TEXTO-W  TO EMAIL-CSV.

       SEPARA-CAMPOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-LINHA - o primeiro problema achado vira o motivo da
      *    excecao; a linha so segue para a duplicidade sem nenhum.
      *----------------------------------------------------------------
       VALIDA-LINHA SECTION.
           MOVE ZEROS TO DADOS-ALUNO.
           IF   NOME-CSV EQUAL SPACES
                MOVE "NOME EM BRANCO" TO MOTIVO-W
                GO TO VALIDA-LINHA-EXIT.
           IF   NOME-CSV(41:20) NOT EQUAL SPACES
                MOVE "NOME COM MAIS DE 40 POSICOES" TO MOTIVO-W
                GO TO VALIDA-LINHA-EXIT.

           MOVE CPF-CSV TO CAMPO-W.
           PERFORM EXTRAI-DIGITOS.
           IF   QTDE-DIG-W NOT EQUAL 11
                MOVE "CPF AUSENTE OU SEM 11 DIGITOS" TO MOTIVO-W
                GO TO VALIDA-LINHA-EXIT.
           MOVE NUMERO-W TO CPF-ALUNO-W CPF.
           CALL "GRDCPF" USING PARAMETROS-GRDCPF.
           IF   GRDCPF-RETORNO NOT EQUAL "00"
                MOVE "CPF RECUSADO POR GRDCPF (  )" TO MOTIVO-W
                MOVE GRDCPF-RETORNO TO MOTIVO-W(26:2)
                GO TO VALIDA-LINHA-EXIT.

           PERFORM VALIDA-NASCIMENTO.
           IF   MOTIVO-W NOT EQUAL SPACES
                GO TO VALIDA-LINHA-EXIT.

           IF   EMAIL-CSV NOT EQUAL SPACES
                MOVE ZEROS TO QTDE-ARROBA-W TAM-TEXTO-W
                INSPECT EMAIL-CSV TALLYING QTDE-ARROBA-W FOR ALL "@"
                INSPECT EMAIL-CSV TALLYING TAM-TEXTO-W
                        FOR CHARACTERS BEFORE INITIAL SPACE
                IF   TAM-TEXTO-W GREATER 30
                     MOVE "E-MAIL COM MAIS DE 30 POSICOES" TO MOTIVO-W
                     GO TO VALIDA-LINHA-EXIT
                END-IF
                IF   QTDE-ARROBA-W NOT EQUAL 1
                OR   EMAIL-CSV(TAM-TEXTO-W + 1:) NOT EQUAL SPACES
                     MOVE "E-MAIL INVALIDO" TO MOTIVO-W
                     GO TO VALIDA-LINHA-EXIT.

           PERFORM VALIDA-TELEFONE.
           IF   MOTIVO-W NOT EQUAL SPACES
                GO TO VALIDA-LINHA-EXIT.

           PERFORM VALIDA-ENDERECO.

       VALIDA-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-NASCIMENTO - DD/MM/AAAA, dia conferido com o ultimo
      *    do mes (fevereiro bissexto), ano de 1900 ate o corrente.
      *----------------------------------------------------------------
       VALIDA-NASCIMENTO SECTION.
           MOVE NASC-CSV TO CAMPO-W.
           PERFORM EXTRAI-DIGITOS.
           IF   QTDE-DIG-W EQUAL ZEROS
                GO TO VALIDA-NASCIMENTO-EXIT.
           IF   QTDE-DIG-W NOT EQUAL 8
                MOVE "NASCIMENTO FORA DE DD/MM/AAAA" TO MOTIVO-W
                GO TO VALIDA-NASCIMENTO-EXIT.
           MOVE NUMERO-W TO NASC-ALUNO-W.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           IF   MES-NASC-W LESS 1 OR MES-NASC-W GREATER 12
           OR   ANO-NASC-W LESS 1900 OR ANO-NASC-W GREATER ANO-ATUAL-W
                MOVE "DATA DE NASCIMENTO INVALIDA" TO MOTIVO-W
                GO TO VALIDA-NASCIMENTO-EXIT.
           MOVE DIAS-MES-TAB (MES-NASC-W) TO ULTIMO-DIA-W.
           IF   MES-NASC-W EQUAL 2
                DIVIDE ANO-NASC-W BY 4 GIVING QUOCIENTE-W
                       REMAINDER RESTO-W
                IF   RESTO-W EQUAL ZEROS
                     MOVE 29 TO ULTIMO-DIA-W
                     DIVIDE ANO-NASC-W BY 100 GIVING QUOCIENTE-W
                            REMAINDER RESTO-W
                     IF   RESTO-W EQUAL ZEROS
                          DIVIDE ANO-NASC-W BY 400 GIVING QUOCIENTE-W
                                 REMAINDER RESTO-W
                          IF   RESTO-W NOT EQUAL ZEROS
                               MOVE 28 TO ULTIMO-DIA-W.
           IF   DIA-NASC-W LESS 1 OR DIA-NASC-W GREATER ULTIMO-DIA-W
                MOVE "DATA DE NASCIMENTO INVALIDA" TO MOTIVO-W
                GO TO VALIDA-NASCIMENTO-EXIT.
           MOVE ANO-NASC-W TO ANO-AMD-W.
           MOVE MES-NASC-W TO MES-AMD-W.
           MOVE DIA-NASC-W TO DIA-AMD-W.

       VALIDA-NASCIMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-TELEFONE - DDD + 8 digitos e' telefone fixo, DDD + 9
      *    e' celular; o campo antigo de 8 digitos recebe o final do
      *    numero para os programas ainda nao convertidos.
      *----------------------------------------------------------------
       VALIDA-TELEFONE SECTION.
           MOVE FONE-CSV TO CAMPO-W.
           PERFORM EXTRAI-DIGITOS.
           IF   QTDE-DIG-W EQUAL ZEROS
                GO TO VALIDA-TELEFONE-EXIT.
           IF   QTDE-DIG-W NOT EQUAL 10 AND QTDE-DIG-W NOT EQUAL 11
                MOVE "TELEFONE SEM DDD OU INCOMPLETO" TO MOTIVO-W
                GO TO VALIDA-TELEFONE-EXIT.
           MOVE DIGITOS-W(1:2) TO DDD-ALUNO-W.
           IF   QTDE-DIG-W EQUAL 11
                MOVE 1               TO CELULAR-W
                MOVE DIGITOS-W(3:9)  TO FONE-ALUNO-W
                MOVE DIGITOS-W(4:8)  TO FONE8-ALUNO-W
           ELSE
                MOVE 0               TO CELULAR-W
                MOVE DIGITOS-W(3:8)  TO FONE-ALUNO-W FONE8-ALUNO-W.

       VALIDA-TELEFONE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-ENDERECO - cidade da linha, senao a padrao; CEP
      *    informado tem de ser da cidade (GRDCEP), e sem cidade
      *    nenhuma a linha fica com a cidade do proprio CEP.
      *----------------------------------------------------------------
       VALIDA-ENDERECO SECTION.
           MOVE CIDADE-CSV TO CAMPO-W.
           PERFORM EXTRAI-DIGITOS.
           IF   QTDE-DIG-W GREATER 4
                MOVE "CODIGO DE CIDADE INVALIDO" TO MOTIVO-W
                GO TO VALIDA-ENDERECO-EXIT.
           IF   QTDE-DIG-W EQUAL ZEROS
                MOVE CIDADE-PADRAO-W TO CIDADE-ALUNO-W
           ELSE
                MOVE NUMERO-W        TO CIDADE-ALUNO-W
                MOVE CIDADE-ALUNO-W  TO CIDADE-CID
                CALL "GRDCID" USING PARAMETROS-GRDCID
                IF   GRDCID-RETORNO NOT EQUAL "00"
                AND  GRDCID-RETORNO NOT EQUAL "99"
                     MOVE "CIDADE RECUSADA POR GRDCID (  )" TO MOTIVO-W
                     MOVE GRDCID-RETORNO TO MOTIVO-W(29:2)
                     GO TO VALIDA-ENDERECO-EXIT.

           MOVE CEP-CSV TO CAMPO-W.
           PERFORM EXTRAI-DIGITOS.
           IF   QTDE-DIG-W EQUAL ZEROS
                GO TO VALIDA-ENDERECO-EXIT.
           IF   QTDE-DIG-W NOT EQUAL 8
                MOVE "CEP SEM 8 DIGITOS" TO MOTIVO-W
                GO TO VALIDA-ENDERECO-EXIT.
           MOVE NUMERO-W       TO CEP-ALUNO-W CEP-VAL.
           MOVE CIDADE-ALUNO-W TO CIDADE-VAL.
           CALL "GRDCEP" USING PARAMETROS-GRDCEP.
           IF   GRDCEP-RETORNO EQUAL "02"
           AND  CIDADE-ALUNO-W EQUAL ZEROS
                MOVE CIDADE-CEP-VAL TO CIDADE-ALUNO-W
                GO TO VALIDA-ENDERECO-EXIT.
           IF   GRDCEP-RETORNO NOT EQUAL "00"
           AND  GRDCEP-RETORNO NOT EQUAL "99"
                MOVE "CEP RECUSADO POR GRDCEP (  )" TO MOTIVO-W
                MOVE GRDCEP-RETORNO TO MOTIVO-W(26:2).

       VALIDA-ENDERECO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-DUPLICIDADE - CPF repetido no proprio arquivo, CPF
      *    ja no CGD011 (ALT2-CG11) e nome parecido pelo som no
      *    cadastro de clientes (GRDNOM "F"; sem o indice CGD016 esta
      *    ultima conferencia nao e' feita).
      *----------------------------------------------------------------
       CONFERE-DUPLICIDADE SECTION.
           MOVE ZEROS TO LINHA-REPETIDA-W.
           PERFORM PROCURA-CPF-ARQUIVO
                   VARYING IND-CPF-W FROM 1 BY 1
                   UNTIL IND-CPF-W GREATER QTDE-CPF-TAB-W
                   OR    LINHA-REPETIDA-W NOT EQUAL ZEROS.
           IF   LINHA-REPETIDA-W NOT EQUAL ZEROS
                MOVE "CPF REPETIDO NA LINHA" TO MOTIVO-W
                MOVE LINHA-REPETIDA-W TO MOTIVO-W(23:4)
                MOVE 1 TO DUPLICADO-W
                GO TO CONFERE-DUPLICIDADE-EXIT.

           MOVE CPF-ALUNO-W TO CPF-CG11.
           MOVE ZEROS       TO CODIGO-CG11.
           START CGD011 KEY IS NOT LESS ALT2-CG11
               INVALID KEY
                   GO TO CONFERE-DUPLICIDADE-NOME
           END-START.
           READ CGD011 NEXT RECORD
               AT END
                   GO TO CONFERE-DUPLICIDADE-NOME
           END-READ.
           IF   CPF-CG11 EQUAL CPF-ALUNO-W
                MOVE "CPF JA CADASTRADO - CODIGO" TO MOTIVO-W
                MOVE CODIGO-CG11 TO MOTIVO-W(28:8)
                MOVE 1 TO DUPLICADO-W
                GO TO CONFERE-DUPLICIDADE-EXIT.

       CONFERE-DUPLICIDADE-NOME.
           MOVE "F"          TO FUNCAO-NOM.
           MOVE USUARIO-PARM TO USUARIO-NOM.
           MOVE NOME-CSV     TO NOME-NOM.
           MOVE 1            TO TIPO-NOM.
           CALL "GRDNOM" USING PARAMETROS-GRDNOM.
           IF   GRDNOM-RETORNO EQUAL "00"
                MOVE "NOME PARECIDO COM O CODIGO" TO MOTIVO-W
                MOVE CODIGO-NOM TO MOTIVO-W(28:6)
                MOVE NOME-NOM   TO OBS2-REL
                MOVE 1 TO DUPLICADO-W.

       CONFERE-DUPLICIDADE-EXIT. EXIT.

       PROCURA-CPF-ARQUIVO SECTION.
           IF   CPF-TAB (IND-CPF-W) EQUAL CPF-ALUNO-W
                MOVE LINHA-CPF-TAB (IND-CPF-W) TO LINHA-REPETIDA-W.

       PROCURA-CPF-ARQUIVO-EXIT. EXIT.

       GUARDA-CPF-ARQUIVO SECTION.
           IF   QTDE-CPF-TAB-W LESS 999
                ADD  1 TO QTDE-CPF-TAB-W
                MOVE CPF-ALUNO-W TO CPF-TAB (QTDE-CPF-TAB-W)
                MOVE NR-LINHA-W  TO LINHA-CPF-TAB (QTDE-CPF-TAB-W).

       GUARDA-CPF-ARQUIVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CRIA-CLIENTE - codigo seguinte ao maior do CGD001 (se outro
      *    terminal gravou o mesmo codigo no meio tempo, tenta o
      *    proximo), endereco comum (CLASSIF 1) com a turma no CGD011,
      *    nome no indice de pesquisa e trilha em LOG003.
      *----------------------------------------------------------------
       CRIA-CLIENTE SECTION.
           MOVE ZEROS TO CLIENTE-GRAVADO-W TENTA-CODIGO-W.
           PERFORM GRAVA-CGD001
                   UNTIL CLIENTE-GRAVADO-W EQUAL 1
                      OR TENTA-CODIGO-W GREATER 99.
           IF   CLIENTE-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CGD001: " ST-CGD001
                MOVE "ERRO NA GRAVACAO DO CGD001" TO MOTIVO-W
                PERFORM REGISTRA-EXCECAO
                GO TO CRIA-CLIENTE-EXIT.

           MOVE SPACES TO REG-CGD011.
           MOVE ZEROS  TO CIDADE1-CG11 CEP1-CG11 FONE1-CG11
                          CX-POSTAL1-CG11 CIDADE2-CG11 CEP2-CG11
                          FONE2-CG11 RAMAL2-CG11 CX-POSTAL2-CG11
                          CELULAR-CG11 FAX-CG11 DT-EXPEDICAO-CG11
                          SITUACAO-CLI-CG11 CIDADE-PAIS-CG11
                          FONE-PAIS-CG11 CELULAR-PAIS-CG11
                          CEP-PAIS-CG11 DDDD-CELULAR-CG11
                          CIDADE-REP-CG11 CEP-REP-CG11
                          DDD-FONE1-CG11 FONE1-NOVO-CG11
                          CELULAR-NOVO-CG11 DDD-FONE-PAIS-CG11
                          FONE-PAIS-NOVO-CG11 DDD-CEL-PAIS-CG11
                          CEL-PAIS-NOVO-CG11.
           MOVE 1              TO CLASSIF-CG11.
           MOVE CODIGO-CG01    TO CODIGO-CG11.
           MOVE CIDADE-ALUNO-W TO CIDADE1-CG11.
           MOVE CEP-ALUNO-W    TO CEP1-CG11.
           MOVE EMAIL-CSV      TO E-MAIL-CG11.
           MOVE CPF-ALUNO-W    TO CPF-CG11.
           MOVE NASC-AMD-W     TO DATA-NASC-CG11.
           MOVE PAI-CSV        TO NOME-PAI-CG11.
           MOVE TURMA-PARM     TO TURMA-CG11.
           IF   CELULAR-W EQUAL 1
                MOVE DDD-ALUNO-W   TO DDDD-CELULAR-CG11
                MOVE FONE-ALUNO-W  TO CELULAR-NOVO-CG11
                MOVE FONE8-ALUNO-W TO CELULAR-CG11
           ELSE
                MOVE DDD-ALUNO-W   TO DDD-FONE1-CG11
                MOVE FONE-ALUNO-W  TO FONE1-NOVO-CG11
                MOVE FONE8-ALUNO-W TO FONE1-CG11.
           WRITE REG-CGD011
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CGD011: " ST-CGD011
                   MOVE "CLIENTE CRIADO SEM ENDERECO (CGD011)"
                     TO OBS2-REL
           END-WRITE.

           MOVE "A"          TO FUNCAO-NOM.
           MOVE USUARIO-PARM TO USUARIO-NOM.
           MOVE CODIGO-CG01  TO CODIGO-NOM.
           MOVE NOME-CG01    TO NOME-NOM.
           CALL "GRDNOM" USING PARAMETROS-GRDNOM.

           MOVE "INCLUSAO"   TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-CLIENTE.
           ADD  1 TO QTDE-ALTERADOS-GA.
           MOVE "CRIADO - CODIGO" TO OBS-REL.
           MOVE CODIGO-CG01 TO OBS-REL(17:6).

       CRIA-CLIENTE-EXIT. EXIT.

       GRAVA-CGD001 SECTION.
           ADD  1 TO ULTIMO-CODIGO-W.
           ADD  1 TO TENTA-CODIGO-W.
           MOVE SPACES          TO REG-CGD001.
           MOVE ULTIMO-CODIGO-W TO CODIGO-CG01.
           MOVE NOME-CSV        TO NOME-CG01.
           MOVE 1               TO TIPO-CG01.
           MOVE 0               TO SITUACAO-CG01.
           WRITE REG-CGD001
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CLIENTE-GRAVADO-W
           END-WRITE.

       GRAVA-CGD001-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-EXCECAO - a linha sai no relatorio na ordem do
      *    arquivo e fica guardada para a lista de excecoes do fim.
      *----------------------------------------------------------------
       REGISTRA-EXCECAO SECTION.
           ADD  1 TO QTDE-EXCECOES-W.
           IF   DUPLICADO-W EQUAL 1
                ADD 1 TO QTDE-DUPLICADOS-W
           ELSE
                ADD 1 TO QTDE-INVALIDOS-W.
           MOVE MOTIVO-W TO OBS-REL.
           PERFORM IMPRIME-LINHA.
           IF   QTDE-EXC-TAB-W LESS 999
                ADD  1 TO QTDE-EXC-TAB-W
                MOVE NR-LINHA-W TO LINHA-EXC-TAB (QTDE-EXC-TAB-W)
                MOVE NOME-REL   TO NOME-EXC-TAB (QTDE-EXC-TAB-W)
                MOVE CPF-REL    TO CPF-EXC-TAB (QTDE-EXC-TAB-W)
                MOVE MOTIVO-W   TO MOTIVO-EXC-TAB (QTDE-EXC-TAB-W).

       REGISTRA-EXCECAO-EXIT. EXIT.

       IMPRIME-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE NR-LINHA-W TO LINHA-REL.
           MOVE NOME-CSV   TO NOME-REL.
           MOVE SPACES     TO CPF-REL.
           IF   CPF-ALUNO-W NOT EQUAL ZEROS
                MOVE "C"          TO FUNCAO-MSK
                MOVE USUARIO-PARM TO USUARIO-MSK
                MOVE CPF-ALUNO-W  TO DADO-NUM-MSK
                CALL "GRDMSK" USING PARAMETROS-GRDMSK
                MOVE SAIDA-MSK    TO CPF-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.
           IF   OBS2-REL NOT EQUAL SPACES
                WRITE REG-RELAT FROM LINOBS
                ADD  1 TO LIN
                MOVE SPACES TO OBS2-REL.

       IMPRIME-LINHA-EXIT. EXIT.

       IMPRIME-EXCECOES SECTION.
           IF   QTDE-EXC-TAB-W EQUAL ZEROS
                GO TO IMPRIME-EXCECOES-EXIT.
           IF   LIN GREATER 50
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB05 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           ADD  3 TO LIN.
           PERFORM IMPRIME-EXCECAO-TAB
                   VARYING IND-EXC-W FROM 1 BY 1
                   UNTIL IND-EXC-W GREATER QTDE-EXC-TAB-W.

       IMPRIME-EXCECOES-EXIT. EXIT.

       IMPRIME-EXCECAO-TAB SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE LINHA-EXC-TAB (IND-EXC-W)  TO LINHA-REL.
           MOVE NOME-EXC-TAB (IND-EXC-W)   TO NOME-REL.
           MOVE CPF-EXC-TAB (IND-EXC-W)    TO CPF-REL.
           MOVE MOTIVO-EXC-TAB (IND-EXC-W) TO OBS-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

       IMPRIME-EXCECAO-TAB-EXIT. EXIT.

       IMPRIME-TOTAL SECTION.
           MOVE QTDE-PROCESSADOS-GA TO QTDE-LIDOS-REL.
           MOVE QTDE-ALTERADOS-GA   TO QTDE-CRIADOS-REL.
           MOVE QTDE-SIMULADOS-GA   TO QTDE-SIMULADOS-REL.
           MOVE QTDE-DUPLICADOS-W   TO QTDE-DUPLICADOS-REL.
           MOVE QTDE-INVALIDOS-W    TO QTDE-INVALIDOS-REL.
           MOVE QTDE-CABEC-W        TO QTDE-CABEC-REL.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT1.
           IF   CONVERSAO-SIMULACAO-GA
                WRITE REG-RELAT FROM LINTOT3
           ELSE
                WRITE REG-RELAT FROM LINTOT2.
           WRITE REG-RELAT FROM LINTOT4.
           WRITE REG-RELAT FROM LINTOT5.
           WRITE REG-RELAT FROM LINTOT6.
           IF   QTDE-EXCECOES-W GREATER QTDE-EXC-TAB-W
                SUBTRACT QTDE-EXC-TAB-W FROM QTDE-EXCECOES-W
                         GIVING QTDE-FORA-REL
                WRITE REG-RELAT FROM LINTOT7.
           DISPLAY "LINHAS: " QTDE-PROCESSADOS-GA
                   "  CRIADOS: " QTDE-ALTERADOS-GA
                   "  SIMULADOS: " QTDE-SIMULADOS-GA.
           DISPLAY "EXCECOES A RESOLVER: " QTDE-EXCECOES-W.

       IMPRIME-TOTAL-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 5 TO LIN.

      *----------------------------------------------------------------
      *    EXTRAI-DIGITOS - so os digitos de CAMPO-W, na ordem, em
      *    DIGITOS-W (quantos em QTDE-DIG-W) e o valor em NUMERO-W.
      *----------------------------------------------------------------
       EXTRAI-DIGITOS SECTION.
           MOVE SPACES TO DIGITOS-W.
           MOVE ZEROS  TO QTDE-DIG-W NUMERO-W.
           PERFORM COPIA-DIGITO
                   VARYING IND-CAR-W FROM 1 BY 1
                   UNTIL IND-CAR-W GREATER 20.
           IF   QTDE-DIG-W GREATER ZEROS
           AND  QTDE-DIG-W NOT GREATER 18
                MOVE DIGITOS-W(1:QTDE-DIG-W) TO NUMERO-W.

       EXTRAI-DIGITOS-EXIT. EXIT.

       COPIA-DIGITO SECTION.
           IF   CAMPO-W(IND-CAR-W:1) NUMERIC
                ADD  1 TO QTDE-DIG-W
                MOVE CAMPO-W(IND-CAR-W:1)
                  TO DIGITOS-W(QTDE-DIG-W:1).

       COPIA-DIGITO-EXIT. EXIT.

       ALINHA-TEXTO SECTION.
           MOVE ZEROS TO QTDE-BRANCOS-W.
           INSPECT TEXTO-W TALLYING QTDE-BRANCOS-W FOR LEADING SPACES.
           IF   QTDE-BRANCOS-W GREATER ZEROS
           AND  QTDE-BRANCOS-W LESS 60
                MOVE TEXTO-W(QTDE-BRANCOS-W + 1:) TO TEXTO-AUX-W
                MOVE TEXTO-AUX-W TO TEXTO-W.

       ALINHA-TEXTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-CLIENTE - trilha em LOG003 de cada cliente criado
      *    (ou que seria criado, em simulacao - ver GAPWCNV), com a
      *    colisao de periodo resolvida no GRAVA-LOG-FISICA.
      *----------------------------------------------------------------
       GRAVA-LOG-CLIENTE SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CGD001"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CODIGO-CG01        TO LOG3-CHAVE-REG(1:6).
           MOVE CURSO-PARM         TO LOG3-CHAVE-REG(8:4).
           MOVE TURMA-PARM         TO LOG3-CHAVE-REG(13:3).
           MOVE "NOME-CG01"        TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR.
           MOVE NOME-CSV           TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-CLIENTE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-FISICA - a chave de LOG003 (usuario + periodo)
      *    tem resolucao de um segundo; colisao dentro do mesmo
      *    segundo avanca o periodo em um ate gravar.
      *----------------------------------------------------------------
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
           CLOSE CGD001 CGD011 LOG003.

       END PROGRAM COP098.
