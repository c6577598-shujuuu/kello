       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKP003.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: RESTAURACAO SELETIVA DE REGISTROS A PARTIR DE UMA
      *        GERACAO DO BACKUP NOTURNO (O DIRETORIO INFORMADO, COMO
      *        NO BKP001). O ARQUIVO DA COPIA E ABERTO SO PARA LEITURA
      *        (MESMO FD, COM O PATH REAPONTADO) E OS REGISTROS SAO
      *        BUSCADOS POR CHAVE OU FAIXA DE CHAVES (INICIO DA CHAVE,
      *        COM ZEROS A ESQUERDA). OPCAO R: CADA REGISTRO DA COPIA
      *        APARECE AO LADO DO VIVO, EM FATIAS DE 60 POSICOES COM
      *        "*" NAS QUE DIFEREM, E SO VOLTA AO ARQUIVO VIVO O QUE O
      *        OPERADOR CONFIRMA (WRITE SE FOI EXCLUIDO, REWRITE SE FOI
      *        ALTERADO), CADA UM REGISTRADO NO LOG003 COMO
      *        RESTAURACAO. EXIGE NIVEL 2 NO USD002. OPCAO C: RELATORIO
      *        DO QUE MUDOU NO ARQUIVO DESDE O BACKUP (INCLUIDOS,
      *        EXCLUIDOS E ALTERADOS, POR CHAVE), CASANDO A COPIA -
      *        DESCARREGADA NUM SEQUENCIAL DE TRABALHO - COM O VIVO NA
      *        ORDEM DA CHAVE; SO CHAVE E POSICAO DA DIFERENCA SAO
      *        IMPRESSAS, NUNCA O CONTEUDO. ATENDE OS ARQUIVOS DA
      *        TABELA TAB-ARQUIVOS, TODOS COM A CHAVE PRIMARIA NO
      *        INICIO DO REGISTRO.

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

           COPY COPX041.

           COPY COPX042.

           COPY COPX043.

           COPY COPX044.

           COPY CPPX020.

           COPY CXPX100.


           COPY LOGX003.

           SELECT EXPORTA ASSIGN TO PATH-EXPORTA-W
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-EXPORTA.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY CGPW011.

           COPY COPW041.

           COPY COPW042.

           COPY COPW043.

           COPY COPW044.

           COPY CPPW020.

           COPY CXPW100.


           COPY LOGW003.

       FD  EXPORTA
           LABEL RECORD IS OMITTED.
       01  REG-EXPORTA               PIC X(1024).

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  ST-COD042             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD044             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-EXPORTA            PIC XX       VALUE SPACES.
           05  ST-ARQ-W              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-ARQ-W             PIC 9        VALUE ZEROS.
           05  FIM-VIVO-W            PIC 9        VALUE ZEROS.
           05  FIM-BKP-W             PIC 9        VALUE ZEROS.
           05  FIM-CONFRONTO-W       PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  BACKUP-DIR-PARM       PIC X(40)    VALUE SPACES.
      *    BACKUP-DIR-PARM = diretorio da geracao do backup (ja com a
      *    empresa no caminho), o mesmo que se informa no BKP001
           05  ARQUIVO-PARM          PIC X(6)     VALUE SPACES.
           05  DESCRICAO-ARQ-W       PIC X(30)    VALUE SPACES.
           05  CHAVE-INI-PARM        PIC X(20)    VALUE SPACES.
           05  CHAVE-FIM-PARM        PIC X(20)    VALUE SPACES.
           05  CHAVE-INI-W           PIC X(20)    VALUE SPACES.
           05  CHAVE-FIM-W           PIC X(20)    VALUE SPACES.
           05  TAM-DIGITADO-W        PIC 9(2)     VALUE ZEROS.
           05  TAM-CHAVE-W           PIC 9(2)     VALUE ZEROS.
           05  TAM-REG-W             PIC 9(4)     VALUE ZEROS.
           05  TAM-SEG-W             PIC 9(4)     VALUE ZEROS.
           05  POS-W                 PIC 9(4)     VALUE ZEROS.
           05  POS-DIF-W             PIC 9(4)     VALUE ZEROS.
           05  OPERACAO-W            PIC XX       VALUE SPACES.
      *    OPERACAO-W = AI abre leitura  AE abre I-O  PO posiciona
      *    LP le proximo  LC le pela chave  GR grava  RG regrava
      *    FE fecha  TM tamanho do registro
           05  PATH-ARQ-W            PIC X(60)    VALUE SPACES.
           05  PATH-EXPORTA-W        PIC X(60)    VALUE SPACES.
           05  SITUACAO-W            PIC X(30)    VALUE SPACES.
           05  MARCA-W               PIC X        VALUE SPACES.
           05  QTDE-BKP-W            PIC 9(3)     VALUE ZEROS COMP.
           05  IND-BKP-W             PIC 9(3)     VALUE ZEROS COMP.
           05  QTDE-IGUAIS-W         PIC 9(9)     VALUE ZEROS.
           05  QTDE-ALTERADOS-W      PIC 9(9)     VALUE ZEROS.
           05  QTDE-INCLUIDOS-W      PIC 9(9)     VALUE ZEROS.
           05  QTDE-EXCLUIDOS-W      PIC 9(9)     VALUE ZEROS.
           05  QTDE-RESTAURADOS-W    PIC 9(5)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  POS-EXIBE-W           PIC ZZZ9.
           05  QTDE-EXIBE-W          PIC ZZZ.ZZZ.ZZ9.
           COPY "PARAMETR".

      *----------------------------------------------------------------
      *    TAB-ARQUIVOS - arquivos atendidos: nome, tamanho da chave
      *    primaria (sempre no inicio do registro) e descricao. Novo
      *    arquivo entra aqui, no OPERA-ARQUIVO e com seu OPERA-.
      *----------------------------------------------------------------
       01  TAB-ARQUIVOS-DADOS.
           05  FILLER PIC X(38) VALUE
               "CGD00106CADASTRO GERAL                ".
           05  FILLER PIC X(38) VALUE
               "CGD01109ENDERECOS/DOCUMENTOS CADASTRO ".
           05  FILLER PIC X(38) VALUE
               "COD04113CONTRATOS                     ".
           05  FILLER PIC X(38) VALUE
               "COD04204CURSOS                        ".
           05  FILLER PIC X(38) VALUE
               "COD04307TURMAS                        ".
           05  FILLER PIC X(38) VALUE
               "COD04408PARCELAS A RECEBER            ".
           05  FILLER PIC X(38) VALUE
               "CPD02008CONTAS A PAGAR                ".
           05  FILLER PIC X(38) VALUE
               "CXD10014LANCAMENTOS DE CAIXA          ".
       01  TAB-ARQUIVOS REDEFINES TAB-ARQUIVOS-DADOS.
           05  AQ-OCR OCCURS 8 TIMES INDEXED BY AQ-IDX.
               10  ARQUIVO-AQ        PIC X(6).
               10  TAM-CHAVE-AQ      PIC 9(2).
               10  DESCRICAO-AQ      PIC X(30).

      *    registro de troca entre as rotinas OPERA- e o programa
       01  REG-TRABALHO-W            PIC X(1024)  VALUE SPACES.
       01  REG-VIVO-W                PIC X(1024)  VALUE SPACES.
       01  REG-COPIA-W               PIC X(1024)  VALUE SPACES.

      *    registros da faixa lidos do backup (opcao R)
       01  TAB-BACKUP.
           05  REG-BKP-W             PIC X(1024)  OCCURS 100 TIMES.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU); restauracao so com NIVEL-USU 2
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(36)   VALUE
           "ALTERACOES DESDE O BACKUP - ARQUIVO ".
           05  ARQUIVO-CAB           PIC X(6)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DESCRICAO-CAB         PIC X(30)   VALUE SPACES.
       01  CAB02A.
           05  FILLER                PIC X(9)    VALUE "BACKUP: ".
           05  BACKUP-CAB            PIC X(40)   VALUE SPACES.
           05  FILLER                PIC X(8)    VALUE " FAIXA: ".
           05  FAIXA-INI-CAB         PIC X(14)   VALUE SPACES.
           05  FILLER                PIC X(3)    VALUE " A ".
           05  FAIXA-FIM-CAB         PIC X(14)   VALUE SPACES.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(53)   VALUE
           "CHAVE                 SITUACAO".
           05  FILLER                PIC X(37)   VALUE
           "1A.POSICAO DIFERENTE".

       01  LINDET.
           05  CHAVE-REL             PIC X(20)   VALUE SPACES.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  SITUACAO-REL          PIC X(30)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  POSICAO-REL           PIC ZZZZ    VALUE ZEROS.

       01  LINTOT.
           05  TEXTO-TOT             PIC X(31)   VALUE SPACES.
           05  QTDE-TOT              PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM ABRE-CONTROLE.
           IF   ERRO-W EQUAL 0
                PERFORM SOLICITA-USUARIO.
           IF   ERRO-W EQUAL 0
                PERFORM PROCESSA-OPCAO UNTIL FIM-PROGRAMA-TRUE
                CLOSE LOG003.
           EXIT PROGRAM.
           STOP RUN.

       ABRE-CONTROLE SECTION.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-CONTROLE-EXIT.
           READ CONTROLE.
           MOVE EMPRESA      TO EMP-REC.
           MOVE NOME-EMPRESA TO EMPRESA-REL.
           CLOSE CONTROLE.
           MOVE "BKPCOMP" TO ARQ-REC.
      *    o nome de trabalho da comparacao nao colide com nenhum
      *    arquivo de dados
           MOVE EMPRESA-REF TO PATH-EXPORTA-W.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

       ABRE-CONTROLE-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "USUARIO RESPONSAVEL..................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "BKP003" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                CLOSE LOG003
                MOVE 1 TO ERRO-W.

       SOLICITA-USUARIO-EXIT. EXIT.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "RESTAURACAO SELETIVA DO BACKUP".
           DISPLAY "R-RESTAURA REGISTROS C-COMPARA COM O BACKUP F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "R"  WHEN "r"  PERFORM RESTAURA
               WHEN "C"  WHEN "c"  PERFORM COMPARA
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER          DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-PARAMETROS - geracao do backup, arquivo e faixa.
      *    A chave e digitada pelo inicio (ex.: so o contrato traz
      *    todas as parcelas do COD044); a inicial completa com
      *    LOW-VALUES e a final com HIGH-VALUES. Final em branco =
      *    mesmo inicio da inicial; as duas em branco = arquivo todo.
      *----------------------------------------------------------------
       SOLICITA-PARAMETROS SECTION.
           MOVE 0 TO ERRO-W.
           DISPLAY "DIRETORIO DO BACKUP (COM A EMPRESA)....: "
               WITH NO ADVANCING.
           ACCEPT BACKUP-DIR-PARM.
           IF   BACKUP-DIR-PARM EQUAL SPACES
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-PARAMETROS-EXIT.
           DISPLAY "ARQUIVOS ATENDIDOS:".
           PERFORM MOSTRA-ARQUIVO
                   VARYING AQ-IDX FROM 1 BY 1
                   UNTIL AQ-IDX GREATER 8.
           DISPLAY "ARQUIVO................................: "
               WITH NO ADVANCING.
           ACCEPT ARQUIVO-PARM.
           SET AQ-IDX TO 1.
           SEARCH AQ-OCR
               AT END
                   DISPLAY "ARQUIVO NAO ATENDIDO."
                   MOVE 1 TO ERRO-W
               WHEN ARQUIVO-AQ (AQ-IDX) EQUAL ARQUIVO-PARM
                   MOVE TAM-CHAVE-AQ (AQ-IDX) TO TAM-CHAVE-W
                   MOVE DESCRICAO-AQ (AQ-IDX) TO DESCRICAO-ARQ-W
           END-SEARCH.
           IF   ERRO-W EQUAL 1
                GO TO SOLICITA-PARAMETROS-EXIT.
           MOVE "TM" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.

           DISPLAY "CHAVE INICIAL (TAMANHO " TAM-CHAVE-W
                   ", BRANCO = INICIO).: " WITH NO ADVANCING.
           ACCEPT CHAVE-INI-PARM.
           DISPLAY "CHAVE FINAL (BRANCO = MESMA INICIAL)...: "
               WITH NO ADVANCING.
           ACCEPT CHAVE-FIM-PARM.
           IF   CHAVE-FIM-PARM EQUAL SPACES
                MOVE CHAVE-INI-PARM TO CHAVE-FIM-PARM.

           MOVE LOW-VALUES TO CHAVE-INI-W.
           MOVE ZEROS TO TAM-DIGITADO-W.
           INSPECT CHAVE-INI-PARM TALLYING TAM-DIGITADO-W
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF   TAM-DIGITADO-W GREATER TAM-CHAVE-W
                MOVE TAM-CHAVE-W TO TAM-DIGITADO-W.
           IF   TAM-DIGITADO-W GREATER ZEROS
                MOVE CHAVE-INI-PARM(1:TAM-DIGITADO-W)
                  TO CHAVE-INI-W(1:TAM-DIGITADO-W).

           MOVE HIGH-VALUES TO CHAVE-FIM-W.
           MOVE ZEROS TO TAM-DIGITADO-W.
           INSPECT CHAVE-FIM-PARM TALLYING TAM-DIGITADO-W
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF   TAM-DIGITADO-W GREATER TAM-CHAVE-W
                MOVE TAM-CHAVE-W TO TAM-DIGITADO-W.
           IF   TAM-DIGITADO-W GREATER ZEROS
                MOVE CHAVE-FIM-PARM(1:TAM-DIGITADO-W)
                  TO CHAVE-FIM-W(1:TAM-DIGITADO-W).

           MOVE ARQUIVO-PARM TO ARQ-REC.
           MOVE SPACES TO PATH-ARQ-W.
           STRING BACKUP-DIR-PARM DELIMITED BY SPACE
                  "\"             DELIMITED BY SIZE
                  ARQUIVO-PARM    DELIMITED BY SPACE
                  INTO PATH-ARQ-W.

       SOLICITA-PARAMETROS-EXIT. EXIT.

       MOSTRA-ARQUIVO SECTION.
           DISPLAY "   " ARQUIVO-AQ (AQ-IDX) "  " DESCRICAO-AQ (AQ-IDX).

       MOSTRA-ARQUIVO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RESTAURA - le a faixa da copia (ate 100 registros), fecha a
      *    copia e confronta um a um com o vivo aberto em I-O.
      *----------------------------------------------------------------
       RESTAURA SECTION.
           IF   GRDUSU-RETORNO EQUAL "00"
           AND  NIVEL-USU NOT EQUAL 2
                DISPLAY "RESTAURACAO EXIGE NIVEL 2 NO BKP003 - "
                        "USE A OPCAO C PARA CONSULTAR."
                GO TO RESTAURA-EXIT.
           PERFORM SOLICITA-PARAMETROS.
           IF   ERRO-W EQUAL 1
                GO TO RESTAURA-EXIT.

           MOVE "AI" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W NOT EQUAL "00"
                DISPLAY "BACKUP " PATH-ARQ-W(1:40) " NAO ABRE ("
                        ST-ARQ-W ")."
                GO TO RESTAURA-EXIT.
           MOVE ZEROS TO QTDE-BKP-W FIM-ARQ-W.
           MOVE "PO" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) NOT EQUAL "0"
                MOVE 1 TO FIM-ARQ-W.
           PERFORM CARREGA-BACKUP UNTIL FIM-ARQ-W EQUAL 1.
           MOVE "FE" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   QTDE-BKP-W EQUAL ZEROS
                DISPLAY "NENHUM REGISTRO DA FAIXA NO BACKUP."
                GO TO RESTAURA-EXIT.

           MOVE SPACES TO PATH-ARQ-W.
           MOVE EMPRESA-REF TO PATH-ARQ-W.
           MOVE "AE" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W NOT EQUAL "00"
                DISPLAY ARQUIVO-PARM " VIVO NAO ABRE (" ST-ARQ-W ")."
                GO TO RESTAURA-EXIT.
           MOVE ZEROS TO QTDE-IGUAIS-W QTDE-RESTAURADOS-W
                         FIM-CONFRONTO-W.
           PERFORM CONFRONTA-REGISTRO
                   VARYING IND-BKP-W FROM 1 BY 1
                   UNTIL IND-BKP-W GREATER QTDE-BKP-W
                      OR FIM-CONFRONTO-W EQUAL 1.
           MOVE "FE" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           DISPLAY " ".
           DISPLAY "REGISTROS DA FAIXA NO BACKUP....: " QTDE-BKP-W.
           DISPLAY "IGUAIS AO VIVO (NAO MOSTRADOS)..: " QTDE-IGUAIS-W.
           DISPLAY "RESTAURADOS.....................: "
                   QTDE-RESTAURADOS-W.

       RESTAURA-EXIT. EXIT.

       CARREGA-BACKUP SECTION.
           MOVE "LP" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) NOT EQUAL "0"
                MOVE 1 TO FIM-ARQ-W
                GO TO CARREGA-BACKUP-EXIT.
           IF   REG-TRABALHO-W(1:TAM-CHAVE-W) GREATER
                CHAVE-FIM-W(1:TAM-CHAVE-W)
                MOVE 1 TO FIM-ARQ-W
                GO TO CARREGA-BACKUP-EXIT.
           IF   QTDE-BKP-W NOT LESS 100
                DISPLAY "FAIXA COM MAIS DE 100 REGISTROS - SO OS 100 "
                        "PRIMEIROS; REFACA COM FAIXA MENOR."
                MOVE 1 TO FIM-ARQ-W
                GO TO CARREGA-BACKUP-EXIT.
           ADD  1 TO QTDE-BKP-W.
           MOVE REG-TRABALHO-W TO REG-BKP-W (QTDE-BKP-W).

       CARREGA-BACKUP-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFRONTA-REGISTRO - le o vivo pela chave do registro da
      *    copia; igual nao e mostrado. Diferente ou ausente mostra as
      *    fatias lado a lado e pede a confirmacao.
      *----------------------------------------------------------------
       CONFRONTA-REGISTRO SECTION.
           MOVE REG-BKP-W (IND-BKP-W) TO REG-COPIA-W REG-TRABALHO-W.
           MOVE "LC" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) EQUAL "0"
                MOVE REG-TRABALHO-W TO REG-VIVO-W
                IF   REG-VIVO-W(1:TAM-REG-W) EQUAL
                     REG-COPIA-W(1:TAM-REG-W)
                     ADD 1 TO QTDE-IGUAIS-W
                     GO TO CONFRONTA-REGISTRO-EXIT
                END-IF
                MOVE "ALTERADO DESDE O BACKUP" TO SITUACAO-W
           ELSE
                IF   ST-ARQ-W NOT EQUAL "23"
                     DISPLAY "ERRO NA LEITURA DO VIVO (" ST-ARQ-W
                             ") - RESTAURACAO INTERROMPIDA."
                     MOVE 1 TO FIM-CONFRONTO-W
                     GO TO CONFRONTA-REGISTRO-EXIT
                END-IF
                MOVE SPACES TO REG-VIVO-W
                MOVE "EXCLUIDO DESDE O BACKUP" TO SITUACAO-W.

           DISPLAY " ".
           DISPLAY "REGISTRO " IND-BKP-W " DE " QTDE-BKP-W " - CHAVE "
                   REG-COPIA-W(1:TAM-CHAVE-W) " - " SITUACAO-W.
           PERFORM MOSTRA-SEGMENTO
                   VARYING POS-W FROM 1 BY 60
                   UNTIL POS-W GREATER TAM-REG-W.
           DISPLAY "RESTAURA DO BACKUP (S-SIM N-NAO F-ENCERRA).: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W EQUAL "F" OR RESPOSTA-W EQUAL "f"
                MOVE 1 TO FIM-CONFRONTO-W
                GO TO CONFRONTA-REGISTRO-EXIT.
           IF   RESPOSTA-W NOT EQUAL "S" AND RESPOSTA-W NOT EQUAL "s"
                GO TO CONFRONTA-REGISTRO-EXIT.

           MOVE REG-COPIA-W TO REG-TRABALHO-W.
           IF   REG-VIVO-W EQUAL SPACES
                MOVE "GR" TO OPERACAO-W
           ELSE
                MOVE "RG" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) NOT EQUAL "0"
                DISPLAY "NAO RESTAURADO (" ST-ARQ-W ")."
                GO TO CONFRONTA-REGISTRO-EXIT.
           ADD  1 TO QTDE-RESTAURADOS-W.
           PERFORM GRAVA-LOG-RESTAURACAO.
           DISPLAY "RESTAURADO.".

       CONFRONTA-REGISTRO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MOSTRA-SEGMENTO - fatia de 60 posicoes da copia e do vivo,
      *    uma embaixo da outra; "*" na fatia que difere. Fatias em
      *    branco nos dois lados nao aparecem.
      *----------------------------------------------------------------
       MOSTRA-SEGMENTO SECTION.
           COMPUTE TAM-SEG-W = TAM-REG-W - POS-W + 1.
           IF   TAM-SEG-W GREATER 60
                MOVE 60 TO TAM-SEG-W.
           IF   REG-COPIA-W(POS-W:TAM-SEG-W) EQUAL SPACES
           AND  REG-VIVO-W(POS-W:TAM-SEG-W) EQUAL SPACES
                GO TO MOSTRA-SEGMENTO-EXIT.
           IF   REG-COPIA-W(POS-W:TAM-SEG-W) EQUAL
                REG-VIVO-W(POS-W:TAM-SEG-W)
                MOVE SPACE TO MARCA-W
           ELSE
                MOVE "*"   TO MARCA-W.
           MOVE POS-W TO POS-EXIBE-W.
           DISPLAY MARCA-W POS-EXIBE-W " BACKUP: "
                   REG-COPIA-W(POS-W:TAM-SEG-W).
           DISPLAY "      VIVO..: " REG-VIVO-W(POS-W:TAM-SEG-W).

       MOSTRA-SEGMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-RESTAURACAO - uma linha por registro restaurado;
      *    anterior = inicio do registro vivo (branco se excluido),
      *    atual = inicio do registro trazido do backup.
      *----------------------------------------------------------------
       GRAVA-LOG-RESTAURACAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "RESTAURACAO"      TO LOG3-OPERACAO.
           MOVE ARQUIVO-PARM       TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE REG-COPIA-W(1:TAM-CHAVE-W)
                                   TO LOG3-CHAVE-REG(1:TAM-CHAVE-W).
           MOVE "REGISTRO"         TO LOG3-CAMPO.
           MOVE REG-VIVO-W(1:40)   TO LOG3-VALOR-ANTERIOR.
           MOVE REG-COPIA-W(1:40)  TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-RESTAURACAO-EXIT. EXIT.

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

      *----------------------------------------------------------------
      *    COMPARA - descarrega a faixa da copia no sequencial de
      *    trabalho (na ordem da chave) e casa com o vivo lido na
      *    mesma ordem: so no vivo = incluido, so na copia = excluido,
      *    nos dois e diferente = alterado.
      *----------------------------------------------------------------
       COMPARA SECTION.
           PERFORM SOLICITA-PARAMETROS.
           IF   ERRO-W EQUAL 1
                GO TO COMPARA-EXIT.

           MOVE "AI" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W NOT EQUAL "00"
                DISPLAY "BACKUP " PATH-ARQ-W(1:40) " NAO ABRE ("
                        ST-ARQ-W ")."
                GO TO COMPARA-EXIT.
           OPEN OUTPUT EXPORTA.
           IF   ST-EXPORTA NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA TRABALHO: " ST-EXPORTA
                MOVE "FE" TO OPERACAO-W
                PERFORM OPERA-ARQUIVO
                GO TO COMPARA-EXIT.
           MOVE ZEROS TO FIM-ARQ-W.
           MOVE "PO" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) NOT EQUAL "0"
                MOVE 1 TO FIM-ARQ-W.
           PERFORM DESCARREGA-BACKUP UNTIL FIM-ARQ-W EQUAL 1.
           MOVE "FE" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           CLOSE EXPORTA.

           MOVE SPACES TO PATH-ARQ-W.
           MOVE EMPRESA-REF TO PATH-ARQ-W.
           MOVE "AI" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W NOT EQUAL "00"
                DISPLAY ARQUIVO-PARM " VIVO NAO ABRE (" ST-ARQ-W ")."
                GO TO COMPARA-EXIT.
           OPEN INPUT EXPORTA.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAG-W QTDE-IGUAIS-W QTDE-ALTERADOS-W
                         QTDE-INCLUIDOS-W QTDE-EXCLUIDOS-W
                         FIM-VIVO-W FIM-BKP-W.
           MOVE ARQUIVO-PARM    TO ARQUIVO-CAB.
           MOVE DESCRICAO-ARQ-W TO DESCRICAO-CAB.
           MOVE BACKUP-DIR-PARM TO BACKUP-CAB.
           MOVE CHAVE-INI-PARM  TO FAIXA-INI-CAB.
           MOVE CHAVE-FIM-PARM  TO FAIXA-FIM-CAB.
           PERFORM CABECALHO.

           MOVE "PO" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) NOT EQUAL "0"
                MOVE 1 TO FIM-VIVO-W
           ELSE
                PERFORM LE-VIVO.
           PERFORM LE-COPIA.
           PERFORM CASA-REGISTROS
                   UNTIL FIM-VIVO-W EQUAL 1 AND FIM-BKP-W EQUAL 1.

           MOVE "FE" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           CLOSE EXPORTA.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELAT.
           DISPLAY "COMPARACAO IMPRESSA: " QTDE-ALTERADOS-W
                   " ALTERADOS, " QTDE-INCLUIDOS-W " INCLUIDOS, "
                   QTDE-EXCLUIDOS-W " EXCLUIDOS.".

       COMPARA-EXIT. EXIT.

       DESCARREGA-BACKUP SECTION.
           MOVE "LP" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) NOT EQUAL "0"
                MOVE 1 TO FIM-ARQ-W
                GO TO DESCARREGA-BACKUP-EXIT.
           IF   REG-TRABALHO-W(1:TAM-CHAVE-W) GREATER
                CHAVE-FIM-W(1:TAM-CHAVE-W)
                MOVE 1 TO FIM-ARQ-W
                GO TO DESCARREGA-BACKUP-EXIT.
           MOVE REG-TRABALHO-W TO REG-EXPORTA.
           WRITE REG-EXPORTA.

       DESCARREGA-BACKUP-EXIT. EXIT.

       LE-VIVO SECTION.
           MOVE "LP" TO OPERACAO-W.
           PERFORM OPERA-ARQUIVO.
           IF   ST-ARQ-W(1:1) NOT EQUAL "0"
                MOVE 1 TO FIM-VIVO-W
                GO TO LE-VIVO-EXIT.
           IF   REG-TRABALHO-W(1:TAM-CHAVE-W) GREATER
                CHAVE-FIM-W(1:TAM-CHAVE-W)
                MOVE 1 TO FIM-VIVO-W
                GO TO LE-VIVO-EXIT.
           MOVE REG-TRABALHO-W TO REG-VIVO-W.

       LE-VIVO-EXIT. EXIT.

       LE-COPIA SECTION.
           READ EXPORTA
               AT END
                   MOVE 1 TO FIM-BKP-W
                   GO TO LE-COPIA-EXIT.
           MOVE REG-EXPORTA TO REG-COPIA-W.

       LE-COPIA-EXIT. EXIT.

       CASA-REGISTROS SECTION.
           IF   FIM-BKP-W EQUAL 1
                GO TO CASA-INCLUIDO.
           IF   FIM-VIVO-W EQUAL 1
                GO TO CASA-EXCLUIDO.
           IF   REG-VIVO-W(1:TAM-CHAVE-W) LESS
                REG-COPIA-W(1:TAM-CHAVE-W)
                GO TO CASA-INCLUIDO.
           IF   REG-COPIA-W(1:TAM-CHAVE-W) LESS
                REG-VIVO-W(1:TAM-CHAVE-W)
                GO TO CASA-EXCLUIDO.

           IF   REG-VIVO-W(1:TAM-REG-W) EQUAL REG-COPIA-W(1:TAM-REG-W)
                ADD 1 TO QTDE-IGUAIS-W
           ELSE
                ADD 1 TO QTDE-ALTERADOS-W
                MOVE 1 TO POS-W
                PERFORM PROCURA-DIFERENCA
                        UNTIL POS-W GREATER TAM-REG-W
                MOVE "ALTERADO DESDE O BACKUP" TO SITUACAO-REL
                MOVE REG-VIVO-W(1:TAM-CHAVE-W) TO CHAVE-REL
                MOVE POS-DIF-W TO POSICAO-REL
                PERFORM IMPRIME-LINHA.
           PERFORM LE-VIVO.
           PERFORM LE-COPIA.
           GO TO CASA-REGISTROS-EXIT.

       CASA-INCLUIDO.
           ADD  1 TO QTDE-INCLUIDOS-W.
           MOVE "INCLUIDO DEPOIS DO BACKUP" TO SITUACAO-REL.
           MOVE REG-VIVO-W(1:TAM-CHAVE-W)  TO CHAVE-REL.
           MOVE ZEROS TO POSICAO-REL.
           PERFORM IMPRIME-LINHA.
           PERFORM LE-VIVO.
           GO TO CASA-REGISTROS-EXIT.

       CASA-EXCLUIDO.
           ADD  1 TO QTDE-EXCLUIDOS-W.
           MOVE "EXCLUIDO DEPOIS DO BACKUP" TO SITUACAO-REL.
           MOVE REG-COPIA-W(1:TAM-CHAVE-W) TO CHAVE-REL.
           MOVE ZEROS TO POSICAO-REL.
           PERFORM IMPRIME-LINHA.
           PERFORM LE-COPIA.

       CASA-REGISTROS-EXIT. EXIT.

       PROCURA-DIFERENCA SECTION.
           IF   REG-VIVO-W(POS-W:1) NOT EQUAL REG-COPIA-W(POS-W:1)
                MOVE POS-W TO POS-DIF-W
                COMPUTE POS-W = TAM-REG-W + 1
           ELSE
                ADD 1 TO POS-W.

       PROCURA-DIFERENCA-EXIT. EXIT.

       IMPRIME-LINHA SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.
           MOVE SPACES TO CHAVE-REL.

       IMPRIME-LINHA-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           IF   PAG-W EQUAL 1
                WRITE REG-RELAT FROM CAB01
           ELSE WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB02A.
           WRITE REG-RELAT FROM CAB03.
           WRITE REG-RELAT FROM CAB04.
           WRITE REG-RELAT FROM CAB03.
           ADD 6 TO LIN.

       CABECALHO-EXIT. EXIT.

       IMPRIME-TOTAIS SECTION.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE "REGISTROS IGUAIS..............: " TO TEXTO-TOT.
           MOVE QTDE-IGUAIS-W    TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "ALTERADOS DESDE O BACKUP......: " TO TEXTO-TOT.
           MOVE QTDE-ALTERADOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "INCLUIDOS DEPOIS DO BACKUP....: " TO TEXTO-TOT.
           MOVE QTDE-INCLUIDOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.
           MOVE "EXCLUIDOS DEPOIS DO BACKUP....: " TO TEXTO-TOT.
           MOVE QTDE-EXCLUIDOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM LINTOT.

       IMPRIME-TOTAIS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    OPERA-ARQUIVO - executa OPERACAO-W no arquivo escolhido;
      *    o registro vai e volta por REG-TRABALHO-W e o status por
      *    ST-ARQ-W.
      *----------------------------------------------------------------
       OPERA-ARQUIVO SECTION.
           EVALUATE ARQUIVO-PARM
               WHEN "CGD001"  PERFORM OPERA-CGD001
               WHEN "CGD011"  PERFORM OPERA-CGD011
               WHEN "COD041"  PERFORM OPERA-COD041
               WHEN "COD042"  PERFORM OPERA-COD042
               WHEN "COD043"  PERFORM OPERA-COD043
               WHEN "COD044"  PERFORM OPERA-COD044
               WHEN "CPD020"  PERFORM OPERA-CPD020
               WHEN "CXD100"  PERFORM OPERA-CXD100
           END-EVALUATE.

       OPERA-ARQUIVO-EXIT. EXIT.

       OPERA-CGD001 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-CGD001
                    OPEN INPUT CGD001
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-CGD001
                    OPEN I-O CGD001
               WHEN "PO"
                    MOVE SPACES TO REG-CGD001
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-CGD001(1:TAM-CHAVE-W)
                    START CGD001 KEY IS NOT LESS
                          CODIGO-CG01
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ CGD001 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-CGD001 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-CGD001
                    READ CGD001
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-CGD001 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-CGD001
                    WRITE REG-CGD001
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-CGD001
                    REWRITE REG-CGD001
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE CGD001
               WHEN "TM"
                    MOVE LENGTH OF REG-CGD001 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-CGD001 TO ST-ARQ-W.

       OPERA-CGD001-EXIT. EXIT.

       OPERA-CGD011 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-CGD011
                    OPEN INPUT CGD011
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-CGD011
                    OPEN I-O CGD011
               WHEN "PO"
                    MOVE SPACES TO REG-CGD011
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-CGD011(1:TAM-CHAVE-W)
                    START CGD011 KEY IS NOT LESS
                          COD-COMPL-CG11
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ CGD011 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-CGD011 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-CGD011
                    READ CGD011
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-CGD011 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-CGD011
                    WRITE REG-CGD011
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-CGD011
                    REWRITE REG-CGD011
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE CGD011
               WHEN "TM"
                    MOVE LENGTH OF REG-CGD011 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-CGD011 TO ST-ARQ-W.

       OPERA-CGD011-EXIT. EXIT.

       OPERA-COD041 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-COD041
                    OPEN INPUT COD041
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-COD041
                    OPEN I-O COD041
               WHEN "PO"
                    MOVE SPACES TO REG-COD041
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-COD041(1:TAM-CHAVE-W)
                    START COD041 KEY IS NOT LESS
                          CHAVE-CO41 OF REG-COD041
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ COD041 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-COD041 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-COD041
                    READ COD041
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-COD041 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-COD041
                    WRITE REG-COD041
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-COD041
                    REWRITE REG-COD041
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE COD041
               WHEN "TM"
                    MOVE LENGTH OF REG-COD041 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-COD041 TO ST-ARQ-W.

       OPERA-COD041-EXIT. EXIT.

       OPERA-COD042 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-COD042
                    OPEN INPUT COD042
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-COD042
                    OPEN I-O COD042
               WHEN "PO"
                    MOVE SPACES TO REG-COD042
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-COD042(1:TAM-CHAVE-W)
                    START COD042 KEY IS NOT LESS
                          CURSO-CO42
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ COD042 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-COD042 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-COD042
                    READ COD042
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-COD042 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-COD042
                    WRITE REG-COD042
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-COD042
                    REWRITE REG-COD042
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE COD042
               WHEN "TM"
                    MOVE LENGTH OF REG-COD042 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-COD042 TO ST-ARQ-W.

       OPERA-COD042-EXIT. EXIT.

       OPERA-COD043 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-COD043
                    OPEN INPUT COD043
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-COD043
                    OPEN I-O COD043
               WHEN "PO"
                    MOVE SPACES TO REG-COD043
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-COD043(1:TAM-CHAVE-W)
                    START COD043 KEY IS NOT LESS
                          CHAVE-CO43 OF REG-COD043
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ COD043 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-COD043 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-COD043
                    READ COD043
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-COD043 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-COD043
                    WRITE REG-COD043
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-COD043
                    REWRITE REG-COD043
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE COD043
               WHEN "TM"
                    MOVE LENGTH OF REG-COD043 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-COD043 TO ST-ARQ-W.

       OPERA-COD043-EXIT. EXIT.

       OPERA-COD044 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-COD044
                    OPEN INPUT COD044
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-COD044
                    OPEN I-O COD044
               WHEN "PO"
                    MOVE SPACES TO REG-COD044
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-COD044(1:TAM-CHAVE-W)
                    START COD044 KEY IS NOT LESS
                          CHAVE-CO44
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ COD044 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-COD044 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-COD044
                    READ COD044
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-COD044 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-COD044
                    WRITE REG-COD044
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-COD044
                    REWRITE REG-COD044
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE COD044
               WHEN "TM"
                    MOVE LENGTH OF REG-COD044 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-COD044 TO ST-ARQ-W.

       OPERA-COD044-EXIT. EXIT.

       OPERA-CPD020 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-CPD020
                    OPEN INPUT CPD020
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-CPD020
                    OPEN I-O CPD020
               WHEN "PO"
                    MOVE SPACES TO REG-CPD020
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-CPD020(1:TAM-CHAVE-W)
                    START CPD020 KEY IS NOT LESS
                          CHAVE-CP20
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ CPD020 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-CPD020 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-CPD020
                    READ CPD020
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-CPD020 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-CPD020
                    WRITE REG-CPD020
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-CPD020
                    REWRITE REG-CPD020
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE CPD020
               WHEN "TM"
                    MOVE LENGTH OF REG-CPD020 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-CPD020 TO ST-ARQ-W.

       OPERA-CPD020-EXIT. EXIT.

       OPERA-CXD100 SECTION.
           EVALUATE OPERACAO-W
               WHEN "AI"
                    MOVE PATH-ARQ-W TO PATH-CXD100
                    OPEN INPUT CXD100
               WHEN "AE"
                    MOVE PATH-ARQ-W TO PATH-CXD100
                    OPEN I-O CXD100
               WHEN "PO"
                    MOVE SPACES TO REG-CXD100
                    MOVE CHAVE-INI-W(1:TAM-CHAVE-W)
                      TO REG-CXD100(1:TAM-CHAVE-W)
                    START CXD100 KEY IS NOT LESS
                          CHAVE-CX100
                        INVALID KEY
                            CONTINUE
                    END-START
               WHEN "LP"
                    READ CXD100 NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE REG-CXD100 TO REG-TRABALHO-W
               WHEN "LC"
                    MOVE REG-TRABALHO-W TO REG-CXD100
                    READ CXD100
                        INVALID KEY
                            CONTINUE
                    END-READ
                    MOVE REG-CXD100 TO REG-TRABALHO-W
               WHEN "GR"
                    MOVE REG-TRABALHO-W TO REG-CXD100
                    WRITE REG-CXD100
                        INVALID KEY
                            CONTINUE
                    END-WRITE
               WHEN "RG"
                    MOVE REG-TRABALHO-W TO REG-CXD100
                    REWRITE REG-CXD100
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
               WHEN "FE"
                    CLOSE CXD100
               WHEN "TM"
                    MOVE LENGTH OF REG-CXD100 TO TAM-REG-W
           END-EVALUATE.
           MOVE ST-CXD100 TO ST-ARQ-W.

       OPERA-CXD100-EXIT. EXIT.

       END PROGRAM BKP003.
