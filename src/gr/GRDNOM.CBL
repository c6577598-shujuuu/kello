       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDNOM.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Pesquisa de cliente pelo nome (CGD001),     *
                      *   chamada como janela pelas telas que pedem   *
                      *   o codigo do cliente (cliente, contrato,     *
                      *   pedido, SAC): acha por qualquer palavra do  *
                      *   nome, inteira ou so o inicio, ou pelo som   *
                      *   (fonetica do portugues: acentos, C-cedilha/ *
                      *   SS/S, TH/T, Y/I, PH/F, letras dobradas...), *
                      *   filtra por tipo, turma e cidade e lista com *
                      *   CPF e telefone (mascarados pelo GRDMSK) para*
                      *   separar os homonimos. "A" refaz as palavras *
                      *   de um codigo no indice CGD016 quando o nome *
                      *   muda; "R" reconstroi o indice inteiro a     *
                      *   partir do CGD001 (CGP101). "F" confere, sem *
                      *   janela, se o nome ja existe pelo som (as    *
                      *   importacoes em lote, como o COP098).        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CGPX001.

           COPY CGPX011.

           COPY CGPX012.

           COPY CGPX016.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CGPW001.

           COPY CGPW011.

           COPY CGPW012.

           COPY CGPW016.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PRIMEIRA-VEZ             PIC  9(001) VALUE 1.
           05 CGD001-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CGD001-OK VALUE 1.
           05 CGD011-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CGD011-OK VALUE 1.
           05 CGD012-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CGD012-OK VALUE 1.
           05 CGD016-OK                PIC  9(001) VALUE 0.
              88 ARQUIVO-CGD016-OK VALUE 1.
           05 INDICE-NOVO-W            PIC  9(001) VALUE 0.
      *    INDICE-NOVO-W = 1 o CGD016 nao existia e foi criado vazio
      *    nesta execucao (falta rodar a reconstrucao do CGP101)
           05 ST-CONTROLE              PIC  X(002) VALUE SPACES.
           05 ST-CGD001                PIC  X(002) VALUE SPACES.
           05 ST-CGD011                PIC  X(002) VALUE SPACES.
           05 ST-CGD012                PIC  X(002) VALUE SPACES.
           05 ST-CGD016                PIC  X(002) VALUE SPACES.
           05 EMP-REFERENCIA.
              10 VAR1                  PIC  X      VALUE "\".
              10 EMP-REC               PIC  XXX.
              10 VAR2                  PIC  X      VALUE "\".
              10 ARQ-REC               PIC  X(7).
           05 EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           COPY "PARAMETR".

       01  AREAS-DE-TRABALHO-2.
           05 FIM-LEITURA-W            PIC  9(001) VALUE 0.
           05 CODIGO-INDEXA-W          PIC  9(006) VALUE ZEROS.
           05 TEXTO-W                  PIC  X(040) VALUE SPACES.
           05 PONTEIRO-W               PIC  9(002) VALUE ZEROS.
           05 PALAVRA-W                PIC  X(020) VALUE SPACES.
           05 MAIUSCULA-W              PIC  X(020) VALUE SPACES.
           05 NORMAL-W                 PIC  X(020) VALUE SPACES.
           05 BASE-FON-W               PIC  X(020) VALUE SPACES.
           05 FONETICA-W               PIC  X(020) VALUE SPACES.
           05 FILTRADA-W               PIC  X(020) VALUE SPACES.
           05 IND-CAR-W                PIC  9(002) VALUE ZEROS.
           05 IND-SAI-W                PIC  9(002) VALUE ZEROS.
           05 TAM-BASE-W               PIC  9(002) VALUE ZEROS.
           05 AVANCO-W                 PIC  9(001) VALUE ZEROS.
           05 CAR-W                    PIC  X(001) VALUE SPACES.
           05 PROX-W                   PIC  X(001) VALUE SPACES.
           05 PROX2-W                  PIC  X(001) VALUE SPACES.
           05 SOM-W                    PIC  X(001) VALUE SPACES.
           05 ULT-SOM-W                PIC  X(001) VALUE SPACES.
           05 QTDE-PAL-W               PIC  9(002) VALUE ZEROS.
           05 IND-PAL-W                PIC  9(002) VALUE ZEROS.

       01  TAB-PALAVRAS.
      *    palavras do nome (ou do texto digitado) ja normalizadas:
      *    maiusculas, sem acento, so letras, sem as preposicoes
           05 PAL-TAB OCCURS 20 TIMES.
              10 NORMAL-TAB            PIC  X(020).
              10 FONETICA-TAB          PIC  X(020).

       01  TAB-CONVERSAO.
           05 MINUSCULAS-W             PIC  X(026) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS-W             PIC  X(026) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *    letras acentuadas no codigo de pagina dos arquivos (um
      *    byte cada, ISO-8859-1), na mesma ordem de SEM-ACENTO-W:
      *    A E I O U maiusculas, C-cedilha, minusculas, c-cedilha, N
           05 ACENTUADAS-W.
              10 FILLER                PIC  X(016) VALUE
                 X"C1C0C2C3C4C9C8CACBCDCCCECFD3D2D4".
              10 FILLER                PIC  X(016) VALUE
                 X"D5D6DAD9DBDCC7E1E0E2E3E4E9E8EAEB".
              10 FILLER                PIC  X(016) VALUE
                 X"EDECEEEFF3F2F4F5F6FAF9FBFCE7D1F1".
           05 SEM-ACENTO-W             PIC  X(048) VALUE
              "AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUCNN".
      *    SEM-ACENTO-W leva o C-cedilha para C (palavra gravada);
      *    SOM-ACENTO-W leva para S (base da fonetica)
           05 SOM-ACENTO-W             PIC  X(048) VALUE
              "AAAAAEEEEIIIIOOOOOUUUUSAAAAAEEEEIIIIOOOOOUUUUSNN".

       01  AREAS-DA-PESQUISA.
           05 BUSCA-NOME-W             PIC  X(040) VALUE SPACES.
           05 RESP-FONETICA-W          PIC  X(001) VALUE SPACES.
              88 BUSCA-FONETICA        VALUE "S" "s".
           05 TIPO-FILTRO-W            PIC  9(001) VALUE ZEROS.
           05 TURMA-FILTRO-W           PIC  X(003) VALUE SPACES.
           05 CIDADE-FILTRO-W          PIC  X(030) VALUE SPACES.
           05 TAM-CIDADE-W             PIC  9(002) VALUE ZEROS.
           05 CIDADE-COMP-W            PIC  X(030) VALUE SPACES.
           05 QTDE-BUSCA-W             PIC  9(001) VALUE ZEROS.
           05 IND-BUS-W                PIC  9(001) VALUE ZEROS.
           05 GUIA-W                   PIC  9(001) VALUE ZEROS.
      *    GUIA-W = palavra digitada mais longa, que conduz a leitura
      *    do indice (as demais so conferem o nome lido)
           05 TAM-GUIA-W               PIC  9(002) VALUE ZEROS.
           05 PALAVRAS-OK-W            PIC  9(001) VALUE ZEROS.
           05 ACHOU-PAL-W              PIC  9(001) VALUE ZEROS.
           05 REPETIDO-W               PIC  9(001) VALUE ZEROS.
           05 ACHOU-END-W              PIC  9(001) VALUE ZEROS.
           05 CLASSIF-ACHADO-W         PIC  9(001) VALUE ZEROS.
           05 QTDE-ACH-W               PIC  9(003) VALUE ZEROS.
           05 IND-ACH-W                PIC  9(003) VALUE ZEROS.
           05 LINHA-PAG-W              PIC  9(002) VALUE ZEROS.
           05 ESCOLHA-W                PIC  9(003) VALUE ZEROS.
           05 ESCOLHEU-W               PIC  9(001) VALUE ZEROS.
           05 FONE-ESCOLHIDO-W         PIC  9(009) VALUE ZEROS.

       01  TAB-BUSCA.
           05 BUS-TAB OCCURS 5 TIMES.
              10 NORMAL-BUS            PIC  X(020).
              10 FONETICA-BUS          PIC  X(020).
              10 TAM-NORMAL-BUS        PIC  9(002).
              10 TAM-FONETICA-BUS      PIC  9(002).

       01  TAB-ACHADOS.
      *    no maximo 200 cadastros por pesquisa; acima disso o
      *    operador e' orientado a refinar as palavras ou os filtros
           05 ACH-TAB OCCURS 200 TIMES.
              10 CODIGO-ACH            PIC  9(006).
              10 CLASSIF-ACH           PIC  9(001).
              10 NOME-ACH              PIC  X(040).
              10 SITUACAO-ACH          PIC  X(001).
              10 TIPO-ACH              PIC  9(001).
              10 TURMA-ACH             PIC  X(003).
              10 CPF-ACH               PIC  X(014).
              10 FONE-ACH              PIC  X(010).
              10 CIDADE-ACH            PIC  X(011).

       01  LINHA-LISTA.
           05 LINHA-LIS                PIC  ZZ9.
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 CODIGO-LIS               PIC  9(006).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 SITUACAO-LIS             PIC  X(001).
           05 NOME-LIS                 PIC  X(023).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 TIPO-LIS                 PIC  9(001).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 TURMA-LIS                PIC  X(003).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 CPF-LIS                  PIC  X(014).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 FONE-LIS                 PIC  X(010).
           05 FILLER                   PIC  X(001) VALUE SPACES.
           05 CIDADE-LIS               PIC  X(011).

       01  CAB-LISTA.
           05 FILLER                   PIC  X(040) VALUE
              "LIN CODIGO  NOME                    T TU".
           05 FILLER                   PIC  X(039) VALUE
              "R CPF            FONE       CIDADE".

       01  PARAMETROS-GRDMSK.
      *    mascara LGPD (ver GRDMSK): completo so com a concessao
      *    "DADOSPES" do usuario que fez a pesquisa
           05 FUNCAO-MSK               PIC  X(001) VALUE SPACES.
           05 USUARIO-MSK              PIC  X(005) VALUE SPACES.
           05 DADO-MSK                 PIC  X(016) VALUE SPACES.
           05 DADO-NUM-MSK REDEFINES DADO-MSK PIC 9(016).
           05 SAIDA-MSK                PIC  X(020) VALUE SPACES.
           05 GRDMSK-RETORNO           PIC  X(002) VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-GRDNOM.
           05 FUNCAO-NOM                  PIC  X(001).
      *    FUNCAO-NOM = "B" pesquisa (janela) - devolve o codigo
      *                 "A" atualiza o indice de CODIGO-NOM com o
      *                     nome em NOME-NOM (branco = so apaga)
      *                 "R" reconstroi o indice inteiro do CGD001
      *                 "F" confere homonimo pelo som, sem janela:
      *                     devolve o primeiro cadastro do TIPO-NOM
      *                     (0 = todos) que tem todas as palavras de
      *                     NOME-NOM, com o nome dele em NOME-NOM
           05 USUARIO-NOM                 PIC  X(005).
      *    USUARIO-NOM = quem pesquisa, para a mascara de CPF/fone
           05 CODIGO-NOM                  PIC  9(006).
           05 CLASSIF-NOM                 PIC  9(001).
      *    CLASSIF-NOM = "B": classificacao em que o endereco do
      *                  escolhido foi achado no CGD011 (1-COMUM
      *                  0-CONTRATO), para as telas que pedem as duas
           05 NOME-NOM                    PIC  X(040).
           05 TIPO-NOM                    PIC  9(001).
      *    TIPO-NOM = "B": 0 pergunta o tipo ao operador; 1/2/3 fixa
      *               o filtro (a tela de clientes passa 1)
           05 QTDE-NOM                    PIC  9(006).
      *    QTDE-NOM = "R": quantidade de codigos indexados
      *               "F": quantidade de homonimos achados
           05 GRDNOM-RETORNO              PIC  X(002).
      *    GRDNOM-RETORNO = "00" escolhido (B) / indice atualizado
      *                     / homonimo achado (F)
      *                     "01" pesquisa sem escolha / sem homonimo
      *                     "99" CGD001/CGD016 indisponiveis

       PROCEDURE DIVISION USING PARAMETROS-GRDNOM.

       010-PROCESSAMENTO.

           IF   PRIMEIRA-VEZ EQUAL 1
                PERFORM 005-ABRIR-CADASTROS THRU 005-99-FIM
                MOVE 0 TO PRIMEIRA-VEZ.

           MOVE "00" TO GRDNOM-RETORNO.

           IF   NOT ARQUIVO-CGD016-OK
                MOVE "99" TO GRDNOM-RETORNO
                GO TO 010-99-FIM.

           EVALUATE FUNCAO-NOM
               WHEN "A"
                    MOVE CODIGO-NOM TO CODIGO-INDEXA-W
                    MOVE NOME-NOM   TO TEXTO-W
                    PERFORM 030-ATUALIZA-INDICE THRU 030-99-FIM
               WHEN "R"
                    PERFORM 040-RECONSTROI-INDICE THRU 040-99-FIM
               WHEN "F"
                    PERFORM 045-CONFERE-HOMONIMO THRU 045-99-FIM
               WHEN OTHER
                    PERFORM 050-PESQUISA THRU 050-99-FIM
           END-EVALUATE.

       010-99-FIM. EXIT PROGRAM.

      *****************************************************************
      *    005-ABRIR-CADASTROS - ABRE CGD001/CGD011/CGD012 PARA       *
      *    LEITURA E O INDICE CGD016 PARA ATUALIZACAO, CRIANDO-O      *
      *    VAZIO SE AINDA NAO EXISTIR. SEM CGD011/CGD012 A LISTA SAI  *
      *    SEM ENDERECO; SEM CGD016 NADA FUNCIONA ("99").             *
      *****************************************************************
       005-ABRIR-CADASTROS.

           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                GO TO 005-99-FIM.

           READ CONTROLE.
           MOVE EMPRESA  TO EMP-REC.
           MOVE "CGD001" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CGD011" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD012" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CGD012.
           MOVE "CGD016" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CGD016.
           CLOSE CONTROLE.

           OPEN INPUT CGD001.
           IF   ST-CGD001 EQUAL "00"
                MOVE 1 TO CGD001-OK.

           OPEN INPUT CGD011.
           IF   ST-CGD011 EQUAL "00"
                MOVE 1 TO CGD011-OK.

           OPEN INPUT CGD012.
           IF   ST-CGD012 EQUAL "00"
                MOVE 1 TO CGD012-OK.

           OPEN I-O CGD016.
           IF   ST-CGD016 EQUAL "35"
                CLOSE CGD016       OPEN OUTPUT CGD016
                CLOSE CGD016       OPEN I-O CGD016
                MOVE 1 TO INDICE-NOVO-W.
           IF   ST-CGD016 EQUAL "00"
                MOVE 1 TO CGD016-OK.

       005-99-FIM. EXIT.

      *****************************************************************
      *    030-ATUALIZA-INDICE - APAGA AS PALAVRAS ANTIGAS DO CODIGO  *
      *    E GRAVA AS DO NOME EM TEXTO-W.                             *
      *****************************************************************
       030-ATUALIZA-INDICE.

           MOVE CODIGO-INDEXA-W TO CODIGO-CG16.
           MOVE ZEROS           TO SEQ-CG16.
           MOVE 0               TO FIM-LEITURA-W.
           START CGD016 KEY IS NOT LESS CHAVE-CG16
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W
           END-START.
           PERFORM 031-APAGA-PALAVRA THRU 031-99-FIM
                   UNTIL FIM-LEITURA-W EQUAL 1.

           PERFORM 035-INDEXA-NOME THRU 035-99-FIM.

       030-99-FIM. EXIT.

       031-APAGA-PALAVRA.

           READ CGD016 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO 031-99-FIM
           END-READ.

           IF   CODIGO-CG16 NOT EQUAL CODIGO-INDEXA-W
                MOVE 1 TO FIM-LEITURA-W
                GO TO 031-99-FIM.

           DELETE CGD016 RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       031-99-FIM. EXIT.

       035-INDEXA-NOME.

           PERFORM 060-SEPARA-PALAVRAS THRU 060-99-FIM.
           PERFORM 036-GRAVA-PALAVRA THRU 036-99-FIM
                   VARYING IND-PAL-W FROM 1 BY 1
                   UNTIL IND-PAL-W GREATER QTDE-PAL-W.

       035-99-FIM. EXIT.

       036-GRAVA-PALAVRA.

           MOVE SPACES                  TO REG-CGD016.
           MOVE CODIGO-INDEXA-W         TO CODIGO-CG16.
           MOVE IND-PAL-W               TO SEQ-CG16.
           MOVE NORMAL-TAB (IND-PAL-W)  TO PALAVRA-CG16.
           MOVE FONETICA-TAB (IND-PAL-W) TO FONETICA-CG16.
           WRITE REG-CGD016
               INVALID KEY
                   REWRITE REG-CGD016
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.

       036-99-FIM. EXIT.

      *****************************************************************
      *    040-RECONSTROI-INDICE - RECRIA O CGD016 VAZIO E INDEXA     *
      *    TODOS OS NOMES DO CGD001 (NOMES MUDADOS FORA DAS ROTINAS   *
      *    QUE CHAMAM "A", CARGA INICIAL, ARQUIVO RESTAURADO).        *
      *****************************************************************
       040-RECONSTROI-INDICE.

           MOVE ZEROS TO QTDE-NOM.
           IF   NOT ARQUIVO-CGD001-OK
                MOVE "99" TO GRDNOM-RETORNO
                GO TO 040-99-FIM.

           CLOSE CGD016.
           OPEN OUTPUT CGD016.
           CLOSE CGD016.
           OPEN I-O CGD016.
           IF   ST-CGD016 NOT EQUAL "00"
                MOVE 0    TO CGD016-OK
                MOVE "99" TO GRDNOM-RETORNO
                GO TO 040-99-FIM.
           MOVE 0 TO INDICE-NOVO-W.

           MOVE ZEROS TO CODIGO-CG01.
           MOVE 0     TO FIM-LEITURA-W.
           START CGD001 KEY IS NOT LESS CODIGO-CG01
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W
           END-START.
           PERFORM 041-INDEXA-CADASTRO THRU 041-99-FIM
                   UNTIL FIM-LEITURA-W EQUAL 1.

       040-99-FIM. EXIT.

       041-INDEXA-CADASTRO.

           READ CGD001 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO 041-99-FIM
           END-READ.

           MOVE CODIGO-CG01 TO CODIGO-INDEXA-W.
           MOVE NOME-CG01   TO TEXTO-W.
           PERFORM 035-INDEXA-NOME THRU 035-99-FIM.
           ADD 1 TO QTDE-NOM.

       041-99-FIM. EXIT.

      *****************************************************************
      *    045-CONFERE-HOMONIMO - A MESMA LEITURA DO INDICE DA        *
      *    PESQUISA PELO SOM, SEM PERGUNTAS NEM LISTA: TODAS AS       *
      *    PALAVRAS DE NOME-NOM TEM DE ESTAR NO NOME DO CADASTRO. O   *
      *    PRIMEIRO ACHADO VOLTA EM CODIGO-NOM/NOME-NOM PARA QUEM     *
      *    IMPORTA EM LOTE SEPARAR O REGISTRO PARA CONFERENCIA.       *
      *****************************************************************
       045-CONFERE-HOMONIMO.

           MOVE ZEROS TO CODIGO-NOM QTDE-NOM QTDE-ACH-W.
           MOVE 1     TO CLASSIF-NOM.
           MOVE "01"  TO GRDNOM-RETORNO.
           IF   NOT ARQUIVO-CGD001-OK
                MOVE "99" TO GRDNOM-RETORNO
                GO TO 045-99-FIM.

           MOVE "S"      TO RESP-FONETICA-W.
           MOVE TIPO-NOM TO TIPO-FILTRO-W.
           MOVE SPACES   TO TURMA-FILTRO-W CIDADE-FILTRO-W.
           MOVE ZEROS    TO TAM-CIDADE-W.

           MOVE NOME-NOM TO TEXTO-W.
           PERFORM 060-SEPARA-PALAVRAS THRU 060-99-FIM.
           IF   QTDE-PAL-W EQUAL ZEROS
                GO TO 045-99-FIM.
           IF   QTDE-PAL-W GREATER 5
                MOVE 5 TO QTDE-BUSCA-W
           ELSE
                MOVE QTDE-PAL-W TO QTDE-BUSCA-W.
           MOVE ZEROS TO GUIA-W TAM-GUIA-W.
           PERFORM 051-GUARDA-BUSCA THRU 051-99-FIM
                   VARYING IND-BUS-W FROM 1 BY 1
                   UNTIL IND-BUS-W GREATER QTDE-BUSCA-W.

           MOVE ZEROS TO CODIGO-CG16.
           MOVE 0     TO FIM-LEITURA-W.
           MOVE FONETICA-BUS (GUIA-W) TO FONETICA-CG16.
           START CGD016 KEY IS NOT LESS ALT1-CG16
               INVALID KEY
                   MOVE 1 TO FIM-LEITURA-W
           END-START.
           PERFORM 052-LE-INDICE THRU 052-99-FIM
                   UNTIL FIM-LEITURA-W EQUAL 1.

           IF   QTDE-ACH-W EQUAL ZEROS
                GO TO 045-99-FIM.

           MOVE QTDE-ACH-W       TO QTDE-NOM.
           MOVE CODIGO-ACH (1)   TO CODIGO-NOM.
           MOVE CLASSIF-ACH (1)  TO CLASSIF-NOM.
           MOVE NOME-ACH (1)     TO NOME-NOM.
           MOVE "00"             TO GRDNOM-RETORNO.

       045-99-FIM. EXIT.

      *****************************************************************
      *    050-PESQUISA - PEDE AS PALAVRAS E OS FILTROS, LE O INDICE  *
      *    PELA PALAVRA MAIS LONGA (INICIO DA PALAVRA OU DO CODIGO    *
      *    FONETICO), CONFERE NO NOME LIDO AS DEMAIS PALAVRAS E OS    *
      *    FILTROS E MOSTRA A LISTA PARA O OPERADOR ESCOLHER.         *
      *****************************************************************
       050-PESQUISA.

           MOVE ZEROS TO CODIGO-NOM QTDE-ACH-W.
           MOVE 1     TO CLASSIF-NOM.
           MOVE "01"  TO GRDNOM-RETORNO.

           IF   NOT ARQUIVO-CGD001-OK
                DISPLAY "PESQUISA PELO NOME INDISPONIVEL (CGD001 "
                        ST-CGD001 ")."
                MOVE "99" TO GRDNOM-RETORNO
                GO TO 050-99-FIM.
           IF   INDICE-NOVO-W EQUAL 1
                DISPLAY "INDICE DE NOMES VAZIO - RECONSTRUIR PELO "
                        "CGP101 (OPCAO R).".

           DISPLAY "PESQUISA DE CADASTRO PELO NOME (CGD001)".
           DISPLAY "NOME OU PARTE DO NOME (PALAVRAS)......: "
               WITH NO ADVANCING.
           ACCEPT BUSCA-NOME-W.
           IF   BUSCA-NOME-W EQUAL SPACES
                GO TO 050-99-FIM.
           DISPLAY "PELO SOM - FONETICA (S/N).............: "
               WITH NO ADVANCING.
           ACCEPT RESP-FONETICA-W.
           IF   TIPO-NOM EQUAL ZEROS
                DISPLAY "TIPO (0-TODOS 1-CLI 2-FUNC 3-FORN)....: "
                    WITH NO ADVANCING
                ACCEPT TIPO-FILTRO-W
           ELSE
                MOVE TIPO-NOM TO TIPO-FILTRO-W.
           DISPLAY "TURMA (BRANCO = TODAS)................: "
               WITH NO ADVANCING.
           ACCEPT TURMA-FILTRO-W.
           DISPLAY "CIDADE - INICIO DO NOME (BRANCO=TODAS): "
               WITH NO ADVANCING.
           ACCEPT CIDADE-FILTRO-W.
           INSPECT CIDADE-FILTRO-W CONVERTING MINUSCULAS-W
                                           TO MAIUSCULAS-W.
           INSPECT CIDADE-FILTRO-W CONVERTING ACENTUADAS-W
                                           TO SEM-ACENTO-W.
           MOVE ZEROS TO TAM-CIDADE-W.
           INSPECT CIDADE-FILTRO-W TALLYING TAM-CIDADE-W
                   FOR CHARACTERS BEFORE INITIAL "  ".

           MOVE BUSCA-NOME-W TO TEXTO-W.
           PERFORM 060-SEPARA-PALAVRAS THRU 060-99-FIM.
           IF   QTDE-PAL-W EQUAL ZEROS
                DISPLAY "INFORME AO MENOS UMA PALAVRA DO NOME."
                GO TO 050-99-FIM.
           IF   QTDE-PAL-W GREATER 5
                MOVE 5 TO QTDE-BUSCA-W
           ELSE
                MOVE QTDE-PAL-W TO QTDE-BUSCA-W.
           MOVE ZEROS TO GUIA-W TAM-GUIA-W.
           PERFORM 051-GUARDA-BUSCA THRU 051-99-FIM
                   VARYING IND-BUS-W FROM 1 BY 1
                   UNTIL IND-BUS-W GREATER QTDE-BUSCA-W.

           MOVE ZEROS TO CODIGO-CG16.
           MOVE 0     TO FIM-LEITURA-W.
           IF   BUSCA-FONETICA
                MOVE FONETICA-BUS (GUIA-W) TO FONETICA-CG16
                START CGD016 KEY IS NOT LESS ALT1-CG16
                    INVALID KEY
                        MOVE 1 TO FIM-LEITURA-W
                END-START
           ELSE
                MOVE NORMAL-BUS (GUIA-W) TO PALAVRA-CG16
                START CGD016 KEY IS NOT LESS ALT2-CG16
                    INVALID KEY
                        MOVE 1 TO FIM-LEITURA-W
                END-START.
           PERFORM 052-LE-INDICE THRU 052-99-FIM
                   UNTIL FIM-LEITURA-W EQUAL 1.

           IF   QTDE-ACH-W EQUAL ZEROS
                DISPLAY "NENHUM CADASTRO ENCONTRADO."
                GO TO 050-99-FIM.

           PERFORM 070-MOSTRA-LISTA THRU 070-99-FIM.

       050-99-FIM. EXIT.

       051-GUARDA-BUSCA.

           MOVE NORMAL-TAB (IND-BUS-W)   TO NORMAL-BUS (IND-BUS-W).
           MOVE FONETICA-TAB (IND-BUS-W) TO FONETICA-BUS (IND-BUS-W).
           MOVE ZEROS TO TAM-NORMAL-BUS (IND-BUS-W)
                         TAM-FONETICA-BUS (IND-BUS-W).
           INSPECT NORMAL-BUS (IND-BUS-W)
                   TALLYING TAM-NORMAL-BUS (IND-BUS-W)
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT FONETICA-BUS (IND-BUS-W)
                   TALLYING TAM-FONETICA-BUS (IND-BUS-W)
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF   TAM-NORMAL-BUS (IND-BUS-W) GREATER TAM-GUIA-W
                MOVE TAM-NORMAL-BUS (IND-BUS-W) TO TAM-GUIA-W
                MOVE IND-BUS-W TO GUIA-W.

       051-99-FIM. EXIT.

       052-LE-INDICE.

           READ CGD016 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LEITURA-W
                   GO TO 052-99-FIM
           END-READ.

           IF   BUSCA-FONETICA
                IF   FONETICA-CG16 (1:TAM-FONETICA-BUS (GUIA-W))
                     NOT EQUAL FONETICA-BUS (GUIA-W)
                               (1:TAM-FONETICA-BUS (GUIA-W))
                     MOVE 1 TO FIM-LEITURA-W
                     GO TO 052-99-FIM
                END-IF
           ELSE
                IF   PALAVRA-CG16 (1:TAM-NORMAL-BUS (GUIA-W))
                     NOT EQUAL NORMAL-BUS (GUIA-W)
                               (1:TAM-NORMAL-BUS (GUIA-W))
                     MOVE 1 TO FIM-LEITURA-W
                     GO TO 052-99-FIM
                END-IF
           END-IF.

           PERFORM 053-AVALIA-CODIGO THRU 053-99-FIM.

           IF   QTDE-ACH-W EQUAL 200
                IF   FUNCAO-NOM NOT EQUAL "F"
                     DISPLAY "MAIS DE 200 CADASTROS - REFINE A "
                             "PESQUISA (MAIS PALAVRAS OU FILTROS)."
                END-IF
                MOVE 1 TO FIM-LEITURA-W.

       052-99-FIM. EXIT.

      *****************************************************************
      *    053-AVALIA-CODIGO - UM CODIGO SO ENTRA UMA VEZ NA LISTA    *
      *    (DUAS PALAVRAS DO MESMO NOME PODEM CASAR COM A GUIA); O    *
      *    NOME E' RELIDO DO CGD001, ENTAO PALAVRA VELHA QUE AINDA    *
      *    ESTEJA NO INDICE NAO TRAZ CADASTRO QUE NAO CASA.           *
      *****************************************************************
       053-AVALIA-CODIGO.

           MOVE 0 TO REPETIDO-W.
           PERFORM 054-PROCURA-REPETIDO THRU 054-99-FIM
                   VARYING IND-ACH-W FROM 1 BY 1
                   UNTIL IND-ACH-W GREATER QTDE-ACH-W
                   OR    REPETIDO-W EQUAL 1.
           IF   REPETIDO-W EQUAL 1
                GO TO 053-99-FIM.

           MOVE CODIGO-CG16 TO CODIGO-CG01.
           READ CGD001
               INVALID KEY
                   GO TO 053-99-FIM
           END-READ.

           IF   TIPO-FILTRO-W NOT EQUAL ZEROS
           AND  TIPO-CG01 NOT EQUAL TIPO-FILTRO-W
                GO TO 053-99-FIM.

           MOVE NOME-CG01 TO TEXTO-W.
           PERFORM 060-SEPARA-PALAVRAS THRU 060-99-FIM.
           MOVE ZEROS TO PALAVRAS-OK-W.
           PERFORM 055-CONFERE-PALAVRA THRU 055-99-FIM
                   VARYING IND-BUS-W FROM 1 BY 1
                   UNTIL IND-BUS-W GREATER QTDE-BUSCA-W.
           IF   PALAVRAS-OK-W LESS QTDE-BUSCA-W
                GO TO 053-99-FIM.

           PERFORM 057-LOCALIZA-ENDERECO THRU 057-99-FIM.

           IF   TURMA-FILTRO-W NOT EQUAL SPACES
                IF   ACHOU-END-W EQUAL 0
                OR   TURMA-CG11 NOT EQUAL TURMA-FILTRO-W
                     GO TO 053-99-FIM.

           MOVE SPACES TO CIDADE-COMP-W.
           IF   ACHOU-END-W EQUAL 1
           AND  ARQUIVO-CGD012-OK
           AND  CIDADE1-CG11 NOT EQUAL ZEROS
                MOVE CIDADE1-CG11 TO CIDADE-CG12
                READ CGD012
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE NOME-CID-CG12 TO CIDADE-COMP-W
                END-READ
                INSPECT CIDADE-COMP-W CONVERTING MINUSCULAS-W
                                              TO MAIUSCULAS-W
                INSPECT CIDADE-COMP-W CONVERTING ACENTUADAS-W
                                              TO SEM-ACENTO-W.

           IF   TAM-CIDADE-W GREATER ZEROS
                IF   CIDADE-COMP-W (1:TAM-CIDADE-W) NOT EQUAL
                     CIDADE-FILTRO-W (1:TAM-CIDADE-W)
                     GO TO 053-99-FIM.

           PERFORM 058-GUARDA-ACHADO THRU 058-99-FIM.

       053-99-FIM. EXIT.

       054-PROCURA-REPETIDO.

           IF   CODIGO-ACH (IND-ACH-W) EQUAL CODIGO-CG16
                MOVE 1 TO REPETIDO-W.

       054-99-FIM. EXIT.

       055-CONFERE-PALAVRA.

           MOVE 0 TO ACHOU-PAL-W.
           PERFORM 056-COMPARA-PALAVRA THRU 056-99-FIM
                   VARYING IND-PAL-W FROM 1 BY 1
                   UNTIL IND-PAL-W GREATER QTDE-PAL-W
                   OR    ACHOU-PAL-W EQUAL 1.
           IF   ACHOU-PAL-W EQUAL 1
                ADD 1 TO PALAVRAS-OK-W.

       055-99-FIM. EXIT.

       056-COMPARA-PALAVRA.

           IF   BUSCA-FONETICA
                IF   FONETICA-TAB (IND-PAL-W)
                               (1:TAM-FONETICA-BUS (IND-BUS-W))
                     EQUAL FONETICA-BUS (IND-BUS-W)
                               (1:TAM-FONETICA-BUS (IND-BUS-W))
                     MOVE 1 TO ACHOU-PAL-W
                END-IF
           ELSE
                IF   NORMAL-TAB (IND-PAL-W)
                               (1:TAM-NORMAL-BUS (IND-BUS-W))
                     EQUAL NORMAL-BUS (IND-BUS-W)
                               (1:TAM-NORMAL-BUS (IND-BUS-W))
                     MOVE 1 TO ACHOU-PAL-W
                END-IF
           END-IF.

       056-99-FIM. EXIT.

      *****************************************************************
      *    057-LOCALIZA-ENDERECO - O CODIGO DE CGD001 NO CGD011 COM   *
      *    CLASSIF 1 (COMUM) E DEPOIS 0 (CONTRATO), COMO NO CGP095.   *
      *****************************************************************
       057-LOCALIZA-ENDERECO.

           MOVE 0 TO ACHOU-END-W.
           MOVE 1 TO CLASSIF-ACHADO-W.
           IF   NOT ARQUIVO-CGD011-OK
                GO TO 057-99-FIM.

           MOVE 1           TO CLASSIF-CG11.
           MOVE CODIGO-CG01 TO CODIGO-CG11.
           READ CGD011
               INVALID KEY
                   MOVE 0           TO CLASSIF-CG11
                   MOVE CODIGO-CG01 TO CODIGO-CG11
                   READ CGD011
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO ACHOU-END-W
                           MOVE 0 TO CLASSIF-ACHADO-W
                   END-READ
               NOT INVALID KEY
                   MOVE 1 TO ACHOU-END-W
           END-READ.

       057-99-FIM. EXIT.

       058-GUARDA-ACHADO.

           ADD 1 TO QTDE-ACH-W.
           MOVE CODIGO-CG01      TO CODIGO-ACH (QTDE-ACH-W).
           MOVE CLASSIF-ACHADO-W TO CLASSIF-ACH (QTDE-ACH-W).
           MOVE NOME-CG01        TO NOME-ACH (QTDE-ACH-W).
           MOVE TIPO-CG01        TO TIPO-ACH (QTDE-ACH-W).
           IF   SITUACAO-CG01 EQUAL 1
                MOVE "*"   TO SITUACAO-ACH (QTDE-ACH-W)
           ELSE
                MOVE SPACE TO SITUACAO-ACH (QTDE-ACH-W).
           MOVE SPACES TO TURMA-ACH (QTDE-ACH-W) CPF-ACH (QTDE-ACH-W)
                          FONE-ACH (QTDE-ACH-W).
           MOVE CIDADE-COMP-W    TO CIDADE-ACH (QTDE-ACH-W).
           IF   ACHOU-END-W EQUAL 0
                GO TO 058-99-FIM.

           MOVE TURMA-CG11       TO TURMA-ACH (QTDE-ACH-W).
           MOVE USUARIO-NOM      TO USUARIO-MSK.
           MOVE "C"              TO FUNCAO-MSK.
           MOVE CPF-CG11         TO DADO-NUM-MSK.
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           MOVE SAIDA-MSK        TO CPF-ACH (QTDE-ACH-W).

           IF   FONE1-NOVO-CG11 NUMERIC
           AND  FONE1-NOVO-CG11 NOT EQUAL ZEROS
                MOVE FONE1-NOVO-CG11   TO FONE-ESCOLHIDO-W
           ELSE
           IF   CELULAR-NOVO-CG11 NUMERIC
           AND  CELULAR-NOVO-CG11 NOT EQUAL ZEROS
                MOVE CELULAR-NOVO-CG11 TO FONE-ESCOLHIDO-W
           ELSE
                MOVE FONE1-CG11        TO FONE-ESCOLHIDO-W.
           MOVE "F"              TO FUNCAO-MSK.
           MOVE FONE-ESCOLHIDO-W TO DADO-NUM-MSK.
           CALL "GRDMSK" USING PARAMETROS-GRDMSK.
           MOVE SAIDA-MSK        TO FONE-ACH (QTDE-ACH-W).

       058-99-FIM. EXIT.

      *****************************************************************
      *    060-SEPARA-PALAVRAS - QUEBRA TEXTO-W EM PALAVRAS (ESPACO,  *
      *    HIFEN, PONTO, VIRGULA, BARRA) E NORMALIZA CADA UMA EM      *
      *    TAB-PALAVRAS; PREPOSICOES E LETRAS SOLTAS (INICIAIS) NAO   *
      *    ENTRAM.                                                    *
      *****************************************************************
       060-SEPARA-PALAVRAS.

           MOVE ZEROS  TO QTDE-PAL-W.
           MOVE SPACES TO TAB-PALAVRAS.
           INSPECT TEXTO-W CONVERTING "-.,/" TO "    ".
           MOVE 1 TO PONTEIRO-W.
           PERFORM 061-PROXIMA-PALAVRA THRU 061-99-FIM
                   UNTIL PONTEIRO-W GREATER 40
                   OR    QTDE-PAL-W EQUAL 20.

       060-99-FIM. EXIT.

       061-PROXIMA-PALAVRA.

           MOVE SPACES TO PALAVRA-W.
           UNSTRING TEXTO-W DELIMITED BY ALL SPACE
               INTO PALAVRA-W
               WITH POINTER PONTEIRO-W
           END-UNSTRING.
           IF   PALAVRA-W EQUAL SPACES
                GO TO 061-99-FIM.

           PERFORM 065-NORMALIZA THRU 065-99-FIM.
           IF   NORMAL-W (2:1) EQUAL SPACE
           OR   NORMAL-W EQUAL "DA" OR "DE" OR "DO" OR "DAS" OR "DOS"
                GO TO 061-99-FIM.

           PERFORM 080-FONETICA THRU 080-99-FIM.
           IF   FONETICA-W EQUAL SPACES
                GO TO 061-99-FIM.
           ADD 1 TO QTDE-PAL-W.
           MOVE NORMAL-W   TO NORMAL-TAB (QTDE-PAL-W).
           MOVE FONETICA-W TO FONETICA-TAB (QTDE-PAL-W).

       061-99-FIM. EXIT.

      *****************************************************************
      *    065-NORMALIZA - PALAVRA-W EM MAIUSCULAS SEM ACENTO, SO COM *
      *    AS LETRAS: NORMAL-W (C-CEDILHA = C) E BASE-FON-W (C-CEDILHA*
      *    = S, PONTO DE PARTIDA DA FONETICA).                        *
      *****************************************************************
       065-NORMALIZA.

           MOVE PALAVRA-W TO MAIUSCULA-W.
           INSPECT MAIUSCULA-W CONVERTING MINUSCULAS-W
                                       TO MAIUSCULAS-W.

           MOVE MAIUSCULA-W TO FILTRADA-W.
           INSPECT FILTRADA-W CONVERTING ACENTUADAS-W
                                      TO SEM-ACENTO-W.
           PERFORM 066-SO-LETRAS THRU 066-99-FIM.
           MOVE PALAVRA-W TO NORMAL-W.

           MOVE MAIUSCULA-W TO FILTRADA-W.
           INSPECT FILTRADA-W CONVERTING ACENTUADAS-W
                                      TO SOM-ACENTO-W.
           PERFORM 066-SO-LETRAS THRU 066-99-FIM.
           MOVE PALAVRA-W TO BASE-FON-W.

       065-99-FIM. EXIT.

       066-SO-LETRAS.

           MOVE SPACES TO PALAVRA-W.
           MOVE ZEROS  TO IND-SAI-W.
           PERFORM 067-COPIA-LETRA THRU 067-99-FIM
                   VARYING IND-CAR-W FROM 1 BY 1
                   UNTIL IND-CAR-W GREATER 20.

       066-99-FIM. EXIT.

       067-COPIA-LETRA.

           MOVE FILTRADA-W (IND-CAR-W:1) TO CAR-W.
           IF   CAR-W NOT LESS "A" AND CAR-W NOT GREATER "Z"
                ADD 1 TO IND-SAI-W
                MOVE CAR-W TO PALAVRA-W (IND-SAI-W:1).

       067-99-FIM. EXIT.

      *****************************************************************
      *    070-MOSTRA-LISTA - 15 LINHAS POR VEZ; O OPERADOR DIGITA O  *
      *    NUMERO DA LINHA OU 0 PARA VER MAIS (0 NA ULTIMA PAGINA =   *
      *    SAIR SEM ESCOLHER). "*" ANTES DO NOME = CADASTRO INATIVO.  *
      *****************************************************************
       070-MOSTRA-LISTA.

           MOVE ZEROS TO LINHA-PAG-W ESCOLHEU-W.
           DISPLAY CAB-LISTA.
           PERFORM 071-MOSTRA-LINHA THRU 071-99-FIM
                   VARYING IND-ACH-W FROM 1 BY 1
                   UNTIL IND-ACH-W GREATER QTDE-ACH-W
                   OR    ESCOLHEU-W EQUAL 1.

       070-99-FIM. EXIT.

       071-MOSTRA-LINHA.

           MOVE IND-ACH-W                TO LINHA-LIS.
           MOVE CODIGO-ACH (IND-ACH-W)   TO CODIGO-LIS.
           MOVE SITUACAO-ACH (IND-ACH-W) TO SITUACAO-LIS.
           MOVE NOME-ACH (IND-ACH-W)     TO NOME-LIS.
           MOVE TIPO-ACH (IND-ACH-W)     TO TIPO-LIS.
           MOVE TURMA-ACH (IND-ACH-W)    TO TURMA-LIS.
           MOVE CPF-ACH (IND-ACH-W)      TO CPF-LIS.
           MOVE FONE-ACH (IND-ACH-W)     TO FONE-LIS.
           MOVE CIDADE-ACH (IND-ACH-W)   TO CIDADE-LIS.
           DISPLAY LINHA-LISTA.
           ADD 1 TO LINHA-PAG-W.
           IF   LINHA-PAG-W LESS 15
           AND  IND-ACH-W LESS QTDE-ACH-W
                GO TO 071-99-FIM.

           MOVE ZEROS TO LINHA-PAG-W.
           DISPLAY "LINHA ESCOLHIDA (0 = MAIS/NENHUMA)....: "
               WITH NO ADVANCING.
           ACCEPT ESCOLHA-W.
           IF   ESCOLHA-W EQUAL ZEROS
           OR   ESCOLHA-W GREATER IND-ACH-W
                GO TO 071-99-FIM.

           MOVE 1 TO ESCOLHEU-W.
           MOVE CODIGO-ACH (ESCOLHA-W)  TO CODIGO-NOM.
           MOVE CLASSIF-ACH (ESCOLHA-W) TO CLASSIF-NOM.
           MOVE NOME-ACH (ESCOLHA-W)    TO NOME-NOM.
           MOVE "00" TO GRDNOM-RETORNO.

       071-99-FIM. EXIT.

      *****************************************************************
      *    080-FONETICA - CODIGO FONETICO DE BASE-FON-W (JA SEM       *
      *    ACENTO, C-CEDILHA = S): Y=I, W=V, Z=S, PH=F, TH=T, CH/SH=X,*
      *    LH=L, NH=N, C=K OU S (ANTES DE E/I), G=J (ANTES DE E/I),   *
      *    GU/QU ANTES DE E/I = G/K, Q=K, SC ANTES DE E/I = S, M ANTES*
      *    DE CONSOANTE OU NO FIM = N, H MUDO; LETRA (SOM) DOBRADA    *
      *    VALE UMA SO (SS, RR, LL, NN...).                           *
      *****************************************************************
       080-FONETICA.

           MOVE SPACES TO FONETICA-W ULT-SOM-W.
           MOVE ZEROS  TO TAM-BASE-W IND-SAI-W.
           INSPECT BASE-FON-W TALLYING TAM-BASE-W
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 1 TO IND-CAR-W.
           PERFORM 081-FONETICA-LETRA THRU 081-99-FIM
                   UNTIL IND-CAR-W GREATER TAM-BASE-W.

       080-99-FIM. EXIT.

       081-FONETICA-LETRA.

           MOVE BASE-FON-W (IND-CAR-W:1) TO CAR-W.
           MOVE SPACES TO PROX-W PROX2-W.
           IF   IND-CAR-W LESS 20
                MOVE BASE-FON-W (IND-CAR-W + 1:1) TO PROX-W.
           IF   IND-CAR-W LESS 19
                MOVE BASE-FON-W (IND-CAR-W + 2:1) TO PROX2-W.
           MOVE 1     TO AVANCO-W.
           MOVE CAR-W TO SOM-W.

           EVALUATE CAR-W
               WHEN "Y"  MOVE "I" TO SOM-W
               WHEN "W"  MOVE "V" TO SOM-W
               WHEN "Z"  MOVE "S" TO SOM-W
               WHEN "H"  MOVE SPACE TO SOM-W
               WHEN "C"
                    IF   PROX-W EQUAL "H"
                         MOVE "X" TO SOM-W
                         MOVE 2   TO AVANCO-W
                    ELSE
                    IF   PROX-W EQUAL "E" OR "I" OR "Y"
                         MOVE "S" TO SOM-W
                    ELSE
                         MOVE "K" TO SOM-W
                    END-IF
                    END-IF
               WHEN "P"
                    IF   PROX-W EQUAL "H"
                         MOVE "F" TO SOM-W
                         MOVE 2   TO AVANCO-W
                    END-IF
               WHEN "T"  WHEN "L"  WHEN "N"
                    IF   PROX-W EQUAL "H"
                         MOVE 2   TO AVANCO-W
                    END-IF
               WHEN "S"
                    IF   PROX-W EQUAL "H"
                         MOVE "X" TO SOM-W
                         MOVE 2   TO AVANCO-W
                    ELSE
                    IF   PROX-W EQUAL "C"
                    AND (PROX2-W EQUAL "E" OR "I" OR "Y")
                         MOVE 2   TO AVANCO-W
                    END-IF
                    END-IF
               WHEN "Q"
                    MOVE "K" TO SOM-W
                    IF   PROX-W EQUAL "U"
                    AND (PROX2-W EQUAL "E" OR "I" OR "Y")
                         MOVE 2   TO AVANCO-W
                    END-IF
               WHEN "G"
                    IF   PROX-W EQUAL "E" OR "I" OR "Y"
                         MOVE "J" TO SOM-W
                    ELSE
                    IF   PROX-W EQUAL "U"
                    AND (PROX2-W EQUAL "E" OR "I" OR "Y")
                         MOVE 2   TO AVANCO-W
                    END-IF
                    END-IF
               WHEN "M"
                    IF   PROX-W EQUAL SPACE
                    OR  (PROX-W NOT EQUAL "A" AND "E" AND "I" AND "O"
                                      AND "U" AND "Y")
                         MOVE "N" TO SOM-W
                    END-IF
           END-EVALUATE.

           IF   SOM-W NOT EQUAL SPACE
           AND  SOM-W NOT EQUAL ULT-SOM-W
           AND  IND-SAI-W LESS 20
                ADD 1 TO IND-SAI-W
                MOVE SOM-W TO FONETICA-W (IND-SAI-W:1)
                MOVE SOM-W TO ULT-SOM-W.

           ADD AVANCO-W TO IND-CAR-W.

       081-99-FIM. EXIT.

       END PROGRAM GRDNOM.
