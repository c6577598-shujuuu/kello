       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP038.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: LANCAMENTO DE TITULO DE NOTA DE SERVICO DE FORNECEDOR
      *        COM RETENCAO DE IMPOSTOS. PELO PERFIL DO FORNECEDOR E
      *        TIPO DE SERVICO (CPD026 - VER CPP036) O CPP037V CALCULA
      *        ISS, IRRF, PIS, COFINS E CSLL SOBRE O VALOR BRUTO DA
      *        NOTA; O TITULO NASCE NO CPD020 PELO LIQUIDO A PAGAR
      *        (TIPO "P", PENDENTE DE APROVACAO NO CPP025) E O BRUTO,
      *        CADA IMPOSTO RETIDO E O LIQUIDO FICAM NO CPD027, DE
      *        ONDE A GUIA MENSAL (CPP039) TOTALIZA AS RETENCOES E
      *        GERA OS TITULOS DE RECOLHIMENTO. A NOTA PASSA PELA
      *        CONFERENCIA DE DUPLICIDADE DO CPP032V. TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX020.

           COPY CPPX027.

           COPY CGPX001.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW020.

           COPY CPPW027.

           COPY CGPW001.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-CPD020-W          PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  FORNECEDOR-PARM       PIC 9(6)     VALUE ZEROS.
           05  TIPO-SERVICO-PARM     PIC 9(2)     VALUE ZEROS.
           05  NOTA-FISCAL-PARM      PIC X(10)    VALUE SPACES.
           05  DATA-EMISSAO-PARM     PIC 9(8)     VALUE ZEROS.
           05  VCTO-PARM             PIC 9(8)     VALUE ZEROS.
           05  VALOR-BRUTO-PARM      PIC 9(8)V99  VALUE ZEROS.
           05  REDUZ-PARM            PIC 9(5)     VALUE ZEROS.
           05  CENTRO-CUSTO-PARM     PIC 9(3)     VALUE ZEROS.
           05  DESCRICAO-PARM        PIC X(30)    VALUE SPACES.
           05  SEQ-PARM              PIC 9(6)     VALUE ZEROS.
           05  PARCELA-PARM          PIC 9(2)     VALUE ZEROS.
           05  ULT-SEQ-CAIXA-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-ED-W            PIC ZZ.ZZZ.ZZ9,99.
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

       01  PARAMETROS-CPP037V.
      *    retencao de impostos da nota de servico (ver CPP037V):
      *    "02"/"99" = sem perfil, nada retido - o operador confirma
           05  FORNECEDOR-IMP        PIC 9(6)     VALUE ZEROS.
           05  TIPO-SERVICO-IMP      PIC 9(2)     VALUE ZEROS.
           05  VALOR-BRUTO-IMP       PIC 9(8)V99  VALUE ZEROS.
           05  CPP037V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DESCRICAO-SERVICO-IMP PIC X(30)    VALUE SPACES.
           05  RETENCOES-IMP.
               10  RETIDO-ISS-IMP    PIC 9(8)V99  VALUE ZEROS.
               10  RETIDO-IRRF-IMP   PIC 9(8)V99  VALUE ZEROS.
               10  RETIDO-PIS-IMP    PIC 9(8)V99  VALUE ZEROS.
               10  RETIDO-COFINS-IMP PIC 9(8)V99  VALUE ZEROS.
               10  RETIDO-CSLL-IMP   PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-RETIDO-IMP      PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-LIQUIDO-IMP     PIC 9(8)V99  VALUE ZEROS.

       01  PARAMETROS-CPP032V.
      *    nota de fornecedor em dobro (ver CPP032V): "01" = mesma
      *    nota ja lancada, recusa; "02" = mesmo valor e vencimento
      *    proximo, o operador confirma; "99" segue sem conferencia
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
           MOVE "CPD020" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD027" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD027.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CPD020.
           IF   ST-CPD020 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                MOVE 1 TO ERRO-W.

           OPEN I-O CPD027.
           IF   ST-CPD027 EQUAL "35"
                CLOSE CPD027       OPEN OUTPUT CPD027
                CLOSE CPD027       OPEN I-O CPD027.
           IF   ST-CPD027 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD027: " ST-CPD027
                MOVE 1 TO ERRO-W.

           OPEN INPUT CGD001.
           IF   ST-CGD001 NOT EQUAL "00"
                DISPLAY "AVISO: CGD001 INDISPONIVEL (" ST-CGD001
                        ") - SEM CONFERENCIA DE NOME.".

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
           MOVE "CPP038" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "TITULOS DE SERVICO COM RETENCAO (CPD020/CPD027)".
           DISPLAY "L-LANCA C-CONSULTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "L"  WHEN "l"  PERFORM LANCA-TITULO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-RETENCAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LANCA-TITULO - a nota entra pelo bruto; o titulo fica com
      *    o liquido (bruto menos as retencoes do perfil) e o detalhe
      *    das retencoes vai para o CPD027 com a mesma chave.
      *----------------------------------------------------------------
       LANCA-TITULO SECTION.
           DISPLAY "FORNECEDOR...........................: "
               WITH NO ADVANCING.
           ACCEPT FORNECEDOR-PARM.
           IF   FORNECEDOR-PARM EQUAL ZEROS
                DISPLAY "FORNECEDOR OBRIGATORIO."
                GO TO LANCA-TITULO-EXIT.
           IF   ST-CGD001 EQUAL "00"
                MOVE FORNECEDOR-PARM TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        DISPLAY "AVISO: CODIGO SEM CADASTRO EM CGD001."
                    NOT INVALID KEY
                        DISPLAY "NOME: " NOME-CG01
                END-READ.

           DISPLAY "TIPO DE SERVICO (01-99)..............: "
               WITH NO ADVANCING.
           ACCEPT TIPO-SERVICO-PARM.
           DISPLAY "NUMERO DA NOTA FISCAL................: "
               WITH NO ADVANCING.
           ACCEPT NOTA-FISCAL-PARM.
           DISPLAY "DATA DE EMISSAO (AAAAMMDD, 0=HOJE)...: "
               WITH NO ADVANCING.
           ACCEPT DATA-EMISSAO-PARM.
           IF   DATA-EMISSAO-PARM EQUAL ZEROS
                ACCEPT DATA-EMISSAO-PARM FROM DATE YYYYMMDD.
           DISPLAY "VENCIMENTO (AAAAMMDD)................: "
               WITH NO ADVANCING.
           ACCEPT VCTO-PARM.
           DISPLAY "VALOR BRUTO DA NOTA..................: "
               WITH NO ADVANCING.
           ACCEPT VALOR-BRUTO-PARM.
           DISPLAY "CONTA REDUZIDA DA DESPESA............: "
               WITH NO ADVANCING.
           ACCEPT REDUZ-PARM.
           DISPLAY "CENTRO DE CUSTO (000 = SEM)..........: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-CUSTO-PARM.
           DISPLAY "DESCRICAO (BRANCO = DO PERFIL).......: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-PARM.

           IF   NOTA-FISCAL-PARM EQUAL SPACES
           OR   VCTO-PARM EQUAL ZEROS
           OR   VALOR-BRUTO-PARM EQUAL ZEROS
                DISPLAY "NOTA, VENCIMENTO E VALOR SAO OBRIGATORIOS."
                GO TO LANCA-TITULO-EXIT.

           MOVE FORNECEDOR-PARM   TO FORNECEDOR-IMP.
           MOVE TIPO-SERVICO-PARM TO TIPO-SERVICO-IMP.
           MOVE VALOR-BRUTO-PARM  TO VALOR-BRUTO-IMP.
           CALL "CPP037V" USING PARAMETROS-CPP037V.
           PERFORM MOSTRA-CALCULO.
           IF   CPP037V-RETORNO EQUAL "02"
           OR   CPP037V-RETORNO EQUAL "99"
                DISPLAY "AVISO: SEM PERFIL DE RETENCAO PARA O "
                        "FORNECEDOR/TIPO (" CPP037V-RETORNO
                        ") - NADA RETIDO, VER CPP036.".
           IF   DESCRICAO-PARM EQUAL SPACES
                MOVE DESCRICAO-SERVICO-IMP TO DESCRICAO-PARM.

           MOVE FORNECEDOR-PARM   TO FORNECEDOR-DUP.
           MOVE NOTA-FISCAL-PARM  TO NR-DOCTO-DUP.
           MOVE VALOR-LIQUIDO-IMP TO VALOR-DUP.
           MOVE VCTO-PARM         TO DATA-VCTO-DUP.
           MOVE ZEROS             TO SEQ-CAIXA-DUP PARCELA-DUP.
           CALL "CPP032V" USING PARAMETROS-CPP032V.
           IF   CPP032V-RETORNO EQUAL "01"
                DISPLAY "NOTA JA LANCADA PARA O FORNECEDOR - TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                        " VCTO " DATA-VCTO-ACHADO-DUP
                        " PGTO " DATA-PGTO-ACHADO-DUP
                DISPLAY "TITULO NAO LANCADO."
                GO TO LANCA-TITULO-EXIT.
           IF   CPP032V-RETORNO EQUAL "02"
                DISPLAY "SUSPEITA DE DUPLICIDADE: TITULO "
                        SEQ-ACHADO-DUP "/" PARCELA-ACHADO-DUP
                        " DO FORNECEDOR, MESMO VALOR, VCTO "
                        DATA-VCTO-ACHADO-DUP " PGTO "
                        DATA-PGTO-ACHADO-DUP.

           DISPLAY "CONFIRMA O LANCAMENTO (S/N)..........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S"
           AND  CONFIRMA-W NOT EQUAL "s"
                DISPLAY "TITULO NAO LANCADO."
                GO TO LANCA-TITULO-EXIT.

           MOVE ZEROS TO ULT-SEQ-CAIXA-W FIM-CPD020-W.
           MOVE ZEROS TO SEQ-CAIXA-CP20 PARCELA-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20
               INVALID KEY
                   MOVE 1 TO FIM-CPD020-W.
           PERFORM PROCURA-ULTIMO-SEQ UNTIL FIM-CPD020-W EQUAL 1.

           COMPUTE SEQ-CAIXA-CP20 = ULT-SEQ-CAIXA-W + 1.
           MOVE 1                 TO PARCELA-CP20.
           MOVE ZEROS             TO DATA-PGTO-CP20.
           MOVE VCTO-PARM         TO DATA-VCTO-CP20.
           MOVE REDUZ-PARM        TO CODREDUZ-APUR-CP20.
           MOVE DESCRICAO-PARM    TO DESCRICAO-CP20.
           MOVE NOTA-FISCAL-PARM  TO NR-DOCTO-CP20.
           MOVE VALOR-LIQUIDO-IMP TO VALOR-CP20.
           MOVE FORNECEDOR-PARM   TO FORNECEDOR-CP20.
           MOVE 0                 TO SIT-APROV-CP20.
           MOVE SPACES            TO APROVADOR-CP20.
           MOVE ZEROS             TO DATA-APROV-CP20.
           MOVE "P"               TO TIPO-TITULO-CP20.
           MOVE CENTRO-CUSTO-PARM TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                   GO TO LANCA-TITULO-EXIT
           END-WRITE.

           MOVE SEQ-CAIXA-CP20     TO SEQ-CAIXA-CP27.
           MOVE PARCELA-CP20       TO PARCELA-CP27.
           MOVE DATA-EMISSAO-PARM(1:6) TO MESANO-CP27.
           MOVE DATA-EMISSAO-PARM  TO DATA-EMISSAO-CP27.
           MOVE FORNECEDOR-PARM    TO FORNECEDOR-CP27.
           MOVE TIPO-SERVICO-PARM  TO TIPO-SERVICO-CP27.
           MOVE VALOR-BRUTO-PARM   TO VALOR-BRUTO-CP27.
           MOVE RETENCOES-IMP      TO RETENCOES-CP27.
           MOVE VALOR-LIQUIDO-IMP  TO VALOR-LIQUIDO-CP27.
           MOVE USUARIO-PARM       TO USUARIO-CP27.
           WRITE REG-CPD027
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD027: " ST-CPD027
           END-WRITE.

           PERFORM GRAVA-LOG-LANCAMENTO.
           DISPLAY "TITULO LANCADO - SEQ " SEQ-CAIXA-CP20
                   " (PENDENTE DE APROVACAO).".

       LANCA-TITULO-EXIT. EXIT.

       MOSTRA-CALCULO SECTION.
           MOVE VALOR-BRUTO-IMP   TO VALOR-ED-W.
           DISPLAY "VALOR BRUTO..........................: "
                   VALOR-ED-W.
           MOVE RETIDO-ISS-IMP    TO VALOR-ED-W.
           DISPLAY "ISS RETIDO...........................: "
                   VALOR-ED-W.
           MOVE RETIDO-IRRF-IMP   TO VALOR-ED-W.
           DISPLAY "IRRF RETIDO..........................: "
                   VALOR-ED-W.
           MOVE RETIDO-PIS-IMP    TO VALOR-ED-W.
           DISPLAY "PIS RETIDO...........................: "
                   VALOR-ED-W.
           MOVE RETIDO-COFINS-IMP TO VALOR-ED-W.
           DISPLAY "COFINS RETIDO........................: "
                   VALOR-ED-W.
           MOVE RETIDO-CSLL-IMP   TO VALOR-ED-W.
           DISPLAY "CSLL RETIDO..........................: "
                   VALOR-ED-W.
           MOVE VALOR-LIQUIDO-IMP TO VALOR-ED-W.
           DISPLAY "LIQUIDO A PAGAR......................: "
                   VALOR-ED-W.

       MOSTRA-CALCULO-EXIT. EXIT.

       CONSULTA-RETENCAO SECTION.
           DISPLAY "SEQ CAIXA DO TITULO..................: "
               WITH NO ADVANCING.
           ACCEPT SEQ-PARM.
           DISPLAY "PARCELA..............................: "
               WITH NO ADVANCING.
           ACCEPT PARCELA-PARM.
           MOVE SEQ-PARM     TO SEQ-CAIXA-CP27.
           MOVE PARCELA-PARM TO PARCELA-CP27.
           READ CPD027
               INVALID KEY
                   DISPLAY "TITULO SEM RETENCAO REGISTRADA."
                   GO TO CONSULTA-RETENCAO-EXIT
           END-READ.
           DISPLAY "FORN " FORNECEDOR-CP27 " TIPO " TIPO-SERVICO-CP27
                   " EMISSAO " DATA-EMISSAO-CP27
                   " MES " MESANO-CP27.
           MOVE VALOR-BRUTO-CP27   TO VALOR-BRUTO-IMP.
           MOVE RETENCOES-CP27     TO RETENCOES-IMP.
           MOVE VALOR-LIQUIDO-CP27 TO VALOR-LIQUIDO-IMP.
           PERFORM MOSTRA-CALCULO.

       CONSULTA-RETENCAO-EXIT. EXIT.

       PROCURA-ULTIMO-SEQ SECTION.
           READ CPD020 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD020-W
                   GO TO PROCURA-ULTIMO-SEQ-EXIT.
           IF   SEQ-CAIXA-CP20 GREATER ULT-SEQ-CAIXA-W
                MOVE SEQ-CAIXA-CP20 TO ULT-SEQ-CAIXA-W.

       PROCURA-ULTIMO-SEQ-EXIT. EXIT.

       GRAVA-LOG-LANCAMENTO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "INCLUSAO"         TO LOG3-OPERACAO.
           MOVE "CPD027"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE SEQ-CAIXA-CP27     TO LOG3-CHAVE-REG(1:6).
           MOVE PARCELA-CP27       TO LOG3-CHAVE-REG(7:2).
           MOVE "VALOR-LIQUIDO-CP27" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE VALOR-BRUTO-CP27   TO VALOR-ED-W.
           MOVE VALOR-ED-W         TO LOG3-VALOR-ANTERIOR.
           MOVE VALOR-LIQUIDO-CP27 TO VALOR-ED-W.
           MOVE VALOR-ED-W         TO LOG3-VALOR-ATUAL.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE CPD020 CPD027 LOG003.
           IF   ST-CGD001 EQUAL "00"
                CLOSE CGD001.

       END PROGRAM CPP038.
