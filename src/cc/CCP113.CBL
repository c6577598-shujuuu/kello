      *        FICHA NO CCD115 (CCP121), OS DADOS BANCARIOS SAO
      *        LEVADOS PARA O CPD023 JUNTO COM O TITULO, PARA A
      *        REMESSA DE PAGAMENTO (CPP030) ENCONTRAR A CONTA SEM
      *        PLANILHA PARALELA. O TITULO LEVA O CENTRO DE CUSTO
      *        (CENTRO-CUSTO-CP20) CARIMBADO NOS CREDITOS DO CODIGO
      *        PELO GERADOR (CENTRO-CUSTO-CC110) OU, SEM ELE, O CENTRO
      *        PADRAO INFORMADO NA ABERTURA (VALIDADO PELO CXP127V).
      *        SEGUE A CONVENCAO DE SIMULACAO DO GAPWCNV E IMPRIME O
      *        RESUMO. O TITULO NOVO PASSA ANTES PELA CONFERENCIA DE
      *        NOTA EM DOBRO DO CPP032V: JA HAVENDO TITULO DO MESMO
      *        PRESTADOR COM O MESMO VALOR E VENCIMENTO PROXIMO
      *        (LANCADO A MAO, POR EXEMPLO), O CODIGO NAO GERA NEM E
      *        CARIMBADO E SAI NO RESUMO COMO SUSPEITA, COM O TITULO
      *        JA EXISTENTE, PARA CONFERENCIA ANTES DE REEXECUTAR.
      *        OS DESCONTOS DE ADIANTAMENTO DE VIAGEM (CCD110 TIPO 2,
      *        LANCADOS NO ACERTO DO CCP124) NAO ENTRAM NO BRUTO: SAO
      *        ABATIDOS DO LIQUIDO E CARIMBADOS COM OS CREDITOS; SE
      *        EXCEDEREM O LIQUIDO DO MES, O CODIGO NAO GERA NEM E
      *        CARIMBADO E SAI NO RESUMO PARA ACERTO MANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  DATA-VCTO-PARM        PIC 9(8)     VALUE ZEROS.
           05  CODREDUZ-PARM         PIC 9(5)     VALUE ZEROS.
           05  CENTRO-PARM           PIC 9(3)     VALUE ZEROS.
           05  CENTRO-TITULO-W       PIC 9(3)     VALUE ZEROS.
           05  CODIGO-CORRENTE-W     PIC 9(6)     VALUE ZEROS.
           05  PROXIMO-CODIGO-W      PIC 9(6)     VALUE ZEROS.
           05  ACHOU-PENDENTE-W      PIC 9        VALUE ZEROS.
           05  TOTAL-CODIGO-W        PIC 9(9)V99  VALUE ZEROS.
           05  DESCONTO-CODIGO-W     PIC 9(9)V99  VALUE ZEROS.
           05  DESCONTO-EXCEDE-W     PIC 9        VALUE ZEROS.
           05  QTDE-DESC-EXCEDE-W    PIC 9(4)     VALUE ZEROS.
           05  QTDE-NAO-LIBERADO-W   PIC 9(5)     VALUE ZEROS.
           05  ULT-SEQ-CAIXA-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-TITULOS-W        PIC 9(4)     VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  SUSPEITA-DUP-W        PIC 9        VALUE ZEROS.
           05  QTDE-SUSPEITOS-W      PIC 9(4)     VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CXP127V.
      *    cadastro de centros de custo (CXD113/CXP127V - ver CXP127):
      *    centro inexistente ou inativo e' recusado; "99" = cadastro
      *    ainda nao implantado, gravacao segue com o centro digitado
           05  CENTRO-VAL            PIC 9(3)     VALUE ZEROS.
           05  CXP127V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DESCRICAO-VAL         PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CPP032V.
      *    nota de fornecedor em dobro (ver CPP032V): "01"/"02" =
      *    suspeita, o codigo nao gera; "99" = CPD020 indisponivel
      *    para a conferencia, gera como sempre gerou
           05  FORNECEDOR-DUP        PIC 9(6)     VALUE ZEROS.
           05  NR-DOCTO-DUP          PIC X(10)    VALUE SPACES.
           05  VALOR-DUP             PIC 9(8)V99  VALUE ZEROS.
           05  DATA-VCTO-DUP         PIC 9(8)     VALUE ZEROS.
           05  SEQ-CAIXA-DUP         PIC 9(6)     VALUE ZEROS.
           05  PARCELA-DUP           PIC 9(2)     VALUE ZEROS.
           05  CPP032V-RETORNO       PIC X(2)     VALUE SPACES.
           05  SEQ-ACHADO-DUP        PIC 9(6)     VALUE ZEROS.
           05  PARCELA-ACHADO-DUP    PIC 9(2)     VALUE ZEROS.
           05  DATA-VCTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.
           05  DATA-PGTO-ACHADO-DUP  PIC 9(8)     VALUE ZEROS.

           COPY GAPWCNV.

       01  CAB01.
               "CREDITOS AINDA NAO LIBERADOS (FORA).....:".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-NLIB-REL         PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT3.
           05  FILLER                PIC X(42)   VALUE
               "RECUSADOS POR SUSPEITA DE DUPLICIDADE...:".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-SUSP-REL         PIC ZZZZ9   VALUE ZEROS.
       01  LINTOT4.
           05  FILLER                PIC X(42)   VALUE
               "DESCONTO DE ADIANTAMENTO EXCEDE LIQUIDO.:".
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  QTDE-DESC-REL         PIC ZZZZ9   VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           DISPLAY "CONTA REDUZIDA DA FOLHA................: "
               WITH NO ADVANCING.
           ACCEPT CODREDUZ-PARM.
           DISPLAY "CENTRO DE CUSTO PADRAO (000 = SEM).....: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-PARM.
           MOVE CENTRO-PARM TO CENTRO-VAL.
           CALL "CXP127V" USING PARAMETROS-CXP127V.
           IF   CXP127V-RETORNO EQUAL "01"
           OR   CXP127V-RETORNO EQUAL "02"
                DISPLAY "CENTRO DE CUSTO INVALIDO OU INATIVO ("
                        CXP127V-RETORNO ") - VER CXP127."
                STOP RUN.
           DISPLAY "SOMENTE SIMULAR, SEM GRAVAR (S/N)......: "
               WITH NO ADVANCING.
           ACCEPT RESP-MODO-GA.
                DISPLAY "AVISO: RETENCOES DE " CODIGO-CORRENTE-W
                        " SUPERAM O LIBERADO - TITULO ZERADO"
                MOVE ZEROS TO VALOR-LIQUIDO-W.
      *    desconto de adiantamento de viagem (TIPO 2) sai do liquido;
      *    maior que ele, o codigo fica para acerto manual
           MOVE ZEROS TO DESCONTO-EXCEDE-W.
           IF   DESCONTO-CODIGO-W GREATER VALOR-LIQUIDO-W
                MOVE 1 TO DESCONTO-EXCEDE-W
                PERFORM IMPRIME-LINHA-CODIGO
                GO TO PROCESSA-CODIGO-EXIT.
           SUBTRACT DESCONTO-CODIGO-W FROM VALOR-LIQUIDO-W.

           ADD  1 TO QTDE-PROCESSADOS-GA.
           MOVE ZEROS TO SUSPEITA-DUP-W.
           IF   CONVERSAO-SIMULACAO-GA
                PERFORM CONFERE-DUPLICIDADE
                IF   SUSPEITA-DUP-W EQUAL 0
                     ADD 1 TO QTDE-SIMULADOS-GA
                     MOVE ZEROS TO SEQ-CAIXA-CP20
                END-IF
                PERFORM IMPRIME-LINHA-CODIGO
                GO TO PROCESSA-CODIGO-EXIT.

                DISPLAY "TITULO DE FOLHA JA EXISTIA PARA "
                        CODIGO-CORRENTE-W " - SO CARIMBANDO"
           ELSE
                PERFORM CONFERE-DUPLICIDADE
                IF   SUSPEITA-DUP-W EQUAL 1
                     PERFORM IMPRIME-LINHA-CODIGO
                     GO TO PROCESSA-CODIGO-EXIT
                END-IF
                PERFORM GRAVA-TITULO
           END-IF.
           PERFORM CARIMBA-CODIGO.
       LOCALIZA-PROXIMO-CODIGO-EXIT. EXIT.

       TOTALIZA-CODIGO SECTION.
           MOVE ZEROS TO TOTAL-CODIGO-W CENTRO-TITULO-W
                         DESCONTO-CODIGO-W.
           MOVE MESANO-PARM      TO MESANO-BASE-CC110.
           MOVE CODIGO-CORRENTE-W TO CODIGO-CC110.
           START CCD110 KEY IS NOT LESS ALT-CC110
           OR   CODIGO-CC110 NOT EQUAL CODIGO-CORRENTE-W
                GO TO TOTALIZA-CODIGO-EXIT.
           IF   ATUALIZADO-CC-CC110 EQUAL 0
           AND  TIPO-CC110 NUMERIC
           AND  TIPO-CC110 EQUAL 2
                ADD VALOR-LIBERADO-CC110 TO DESCONTO-CODIGO-W
                GO TO TOTALIZA-CODIGO-LOOP.
           IF   ATUALIZADO-CC-CC110 EQUAL 0
           AND  VALOR-LIBERADO-CC110 NOT EQUAL ZEROS
                ADD VALOR-LIBERADO-CC110 TO TOTAL-CODIGO-W
                IF   CENTRO-TITULO-W EQUAL ZEROS
                AND  CENTRO-CUSTO-CC110 NUMERIC
                     MOVE CENTRO-CUSTO-CC110 TO CENTRO-TITULO-W.
           GO TO TOTALIZA-CODIGO-LOOP.

       TOTALIZA-CODIGO-EXIT. EXIT.

       PROCURA-TITULO-FOLHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-DUPLICIDADE - o titulo que vai nascer contra o que
      *    ja existe em CPD020 para o prestador (CPP032V); suspeita
      *    deixa em SEQ-CAIXA-CP20 o titulo encontrado, para a linha
      *    do resumo apontar onde conferir.
      *----------------------------------------------------------------
       CONFERE-DUPLICIDADE SECTION.
           MOVE ZEROS             TO SUSPEITA-DUP-W.
           MOVE CODIGO-CORRENTE-W TO FORNECEDOR-DUP.
           MOVE SPACES            TO NR-DOCTO-DUP.
           MOVE VALOR-LIQUIDO-W   TO VALOR-DUP.
           MOVE DATA-VCTO-PARM    TO DATA-VCTO-DUP.
           MOVE ZEROS             TO SEQ-CAIXA-DUP PARCELA-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
           OR   CPP032V-RETORNO EQUAL "02"
                MOVE 1 TO SUSPEITA-DUP-W
                MOVE SEQ-ACHADO-DUP TO SEQ-CAIXA-CP20
                DISPLAY "SUSPEITA DE DUPLICIDADE PARA "
                        CODIGO-CORRENTE-W " - TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                        " VCTO " DATA-VCTO-ACHADO-DUP
                        " PGTO " DATA-PGTO-ACHADO-DUP.

       CONFERE-DUPLICIDADE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    TOTALIZA-RETENCOES - soma em CCD112 (chave MESANO + CODIGO
      *    + IMPOSTO) o retido do codigo no mes; sem o arquivo a soma
           MOVE SPACES            TO APROVADOR-CP20.
           MOVE ZEROS             TO DATA-APROV-CP20.
           MOVE "P"               TO TIPO-TITULO-CP20.
           IF   CENTRO-TITULO-W EQUAL ZEROS
                MOVE CENTRO-PARM  TO CENTRO-TITULO-W.
           MOVE CENTRO-TITULO-W   TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
       IMPRIME-LINHA-CODIGO SECTION.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           MOVE CODIGO-CORRENTE-W TO CODIGO-REL.
           MOVE VALOR-LIQUIDO-W   TO VALOR-REL.
           MOVE SEQ-CAIXA-CP20    TO TITULO-REL.
           IF   SUSPEITA-DUP-W EQUAL 1
                ADD  1 TO QTDE-SUSPEITOS-W
                MOVE "SUSPEITA DUPLICIDADE" TO OBS-REL
                WRITE REG-RELAT FROM LINDET
                ADD  1 TO LIN
                GO TO IMPRIME-LINHA-CODIGO-EXIT.
           IF   DESCONTO-EXCEDE-W EQUAL 1
                ADD  1 TO QTDE-DESC-EXCEDE-W
                MOVE ZEROS             TO TITULO-REL
                MOVE "DESCONTO EXCEDE"  TO OBS-REL
                WRITE REG-RELAT FROM LINDET
                ADD  1 TO LIN
                GO TO IMPRIME-LINHA-CODIGO-EXIT.
           ADD  1 TO QTDE-TITULOS-W.
           ADD  VALOR-LIQUIDO-W TO VALOR-TOTAL-W.
           IF   CONVERSAO-SIMULACAO-GA
                MOVE "SIMULADO"   TO OBS-REL
           ELSE
           WRITE REG-RELAT FROM LINDET.
           ADD  1 TO LIN.

       IMPRIME-LINHA-CODIGO-EXIT. EXIT.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           MOVE ZEROS TO LIN.
           WRITE REG-RELAT FROM LINTOT.
           MOVE QTDE-NAO-LIBERADO-W TO QTDE-NLIB-REL.
           WRITE REG-RELAT FROM LINTOT2.
           MOVE QTDE-SUSPEITOS-W TO QTDE-SUSP-REL.
           WRITE REG-RELAT FROM LINTOT3.
           MOVE QTDE-DESC-EXCEDE-W TO QTDE-DESC-REL.
           WRITE REG-RELAT FROM LINTOT4.

       GRAVA-LOG-TITULO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
