       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP036.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DOS PERFIS DE RETENCAO DE IMPOSTOS SOBRE
      *        NOTA DE SERVICO DE FORNECEDOR (CPD026): POR FORNECEDOR
      *        E TIPO DE SERVICO, AS ALIQUOTAS DE ISS, IRRF, PIS,
      *        COFINS E CSLL A RETER. FORNECEDOR 000000 E' O PERFIL
      *        PADRAO DO TIPO DE SERVICO. O CALCULO (CPP037V) E' FEITO
      *        NO LANCAMENTO DO TITULO DE SERVICO (CPP038) E A GUIA
      *        MENSAL SAI NO CPP039. TRILHA EM LOG003 NOS MOLDES DO
      *        CPP029.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CPPX026.

           COPY CGPX001.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CPPW026.

           COPY CGPW001.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CPD026             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-CPD026            PIC 9        VALUE ZEROS.
              88  FIM-CPD026-TRUE       VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
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
           05  QTDE-PERFIS-W         PIC 9(5)     VALUE ZEROS.
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
           MOVE "CPD026" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD026.
           MOVE "CGD001" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CPD026.
           IF   ST-CPD026 EQUAL "35"
                CLOSE CPD026       OPEN OUTPUT CPD026
                CLOSE CPD026       OPEN I-O CPD026.
           IF   ST-CPD026 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CPD026: " ST-CPD026
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
           MOVE "CPP036" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "PERFIS DE RETENCAO DE SERVICOS (CPD026)".
           DISPLAY "I-INCLUI/ALTERA E-EXCLUI C-CONSULTA L-LISTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM MANUTENCAO-PERFIL
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-PERFIL
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-PERFIL
               WHEN "L"  WHEN "l"  PERFORM LISTA-PERFIS
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       SOLICITA-CHAVE SECTION.
           DISPLAY "FORNECEDOR (000000 = PADRAO DO TIPO).: "
               WITH NO ADVANCING.
           ACCEPT FORNECEDOR-PARM.
           DISPLAY "TIPO DE SERVICO (01-99)..............: "
               WITH NO ADVANCING.
           ACCEPT TIPO-SERVICO-PARM.
           MOVE FORNECEDOR-PARM   TO FORNECEDOR-CP26.
           MOVE TIPO-SERVICO-PARM TO TIPO-SERVICO-CP26.

       SOLICITA-CHAVE-EXIT. EXIT.

       MANUTENCAO-PERFIL SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   TIPO-SERVICO-PARM EQUAL ZEROS
                DISPLAY "TIPO DE SERVICO INVALIDO."
                GO TO MANUTENCAO-PERFIL-EXIT.
           IF   FORNECEDOR-PARM NOT EQUAL ZEROS
           AND  ST-CGD001 EQUAL "00"
                MOVE FORNECEDOR-PARM TO CODIGO-CG01
                READ CGD001
                    INVALID KEY
                        DISPLAY "AVISO: CODIGO SEM CADASTRO EM CGD001."
                    NOT INVALID KEY
                        DISPLAY "NOME: " NOME-CG01
                END-READ.

           DISPLAY "DESCRICAO DO SERVICO.................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-CP26.
           DISPLAY "ALIQUOTA ISS (99,99).................: "
               WITH NO ADVANCING.
           ACCEPT ALIQ-ISS-CP26.
           DISPLAY "ALIQUOTA IRRF (99,99)................: "
               WITH NO ADVANCING.
           ACCEPT ALIQ-IRRF-CP26.
           DISPLAY "ALIQUOTA PIS (99,99).................: "
               WITH NO ADVANCING.
           ACCEPT ALIQ-PIS-CP26.
           DISPLAY "ALIQUOTA COFINS (99,99)..............: "
               WITH NO ADVANCING.
           ACCEPT ALIQ-COFINS-CP26.
           DISPLAY "ALIQUOTA CSLL (99,99)................: "
               WITH NO ADVANCING.
           ACCEPT ALIQ-CSLL-CP26.
           DISPLAY "SITUACAO (0-ATIVO 1-INATIVO).........: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-CP26.
           MOVE USUARIO-PARM TO USUARIO-CP26.

           WRITE REG-CPD026
               INVALID KEY
                   REWRITE REG-CPD026
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CPD026: " ST-CPD026
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-PERFIL
                           DISPLAY "PERFIL ALTERADO."
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-PERFIL
                   DISPLAY "PERFIL INCLUIDO."
           END-WRITE.

       MANUTENCAO-PERFIL-EXIT. EXIT.

       EXCLUI-PERFIL SECTION.
           PERFORM SOLICITA-CHAVE.
           READ CPD026
               INVALID KEY
                   DISPLAY "PERFIL NAO CADASTRADO."
                   GO TO EXCLUI-PERFIL-EXIT
           END-READ.
           DELETE CPD026
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CPD026: " ST-CPD026
               NOT INVALID KEY
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-PERFIL
                   DISPLAY "PERFIL EXCLUIDO."
           END-DELETE.

       EXCLUI-PERFIL-EXIT. EXIT.

       CONSULTA-PERFIL SECTION.
           PERFORM SOLICITA-CHAVE.
           READ CPD026
               INVALID KEY
                   DISPLAY "PERFIL NAO CADASTRADO."
                   GO TO CONSULTA-PERFIL-EXIT
           END-READ.
           PERFORM MOSTRA-PERFIL.

       CONSULTA-PERFIL-EXIT. EXIT.

       MOSTRA-PERFIL SECTION.
           DISPLAY "FORN " FORNECEDOR-CP26 " TIPO " TIPO-SERVICO-CP26
                   " " DESCRICAO-CP26 " SIT " SITUACAO-CP26.
           DISPLAY "   ISS " ALIQ-ISS-CP26 " IRRF " ALIQ-IRRF-CP26
                   " PIS " ALIQ-PIS-CP26 " COFINS " ALIQ-COFINS-CP26
                   " CSLL " ALIQ-CSLL-CP26.

      *----------------------------------------------------------------
      *    LISTA-PERFIS - todos os perfis do fornecedor informado
      *    (000000 = os perfis padrao de cada tipo de servico).
      *----------------------------------------------------------------
       LISTA-PERFIS SECTION.
           DISPLAY "FORNECEDOR (000000 = PADRAO DO TIPO).: "
               WITH NO ADVANCING.
           ACCEPT FORNECEDOR-PARM.
           MOVE ZEROS TO QTDE-PERFIS-W FIM-CPD026.
           MOVE FORNECEDOR-PARM TO FORNECEDOR-CP26.
           MOVE ZEROS           TO TIPO-SERVICO-CP26.
           START CPD026 KEY IS NOT LESS CHAVE-CP26
               INVALID KEY
                   MOVE 1 TO FIM-CPD026.
           PERFORM LISTA-UM-PERFIL UNTIL FIM-CPD026-TRUE.
           DISPLAY "PERFIS DO FORNECEDOR: " QTDE-PERFIS-W.

       LISTA-PERFIS-EXIT. EXIT.

       LISTA-UM-PERFIL SECTION.
           READ CPD026 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-CPD026
                   GO TO LISTA-UM-PERFIL-EXIT.
           IF   FORNECEDOR-CP26 NOT EQUAL FORNECEDOR-PARM
                MOVE 1 TO FIM-CPD026
                GO TO LISTA-UM-PERFIL-EXIT.
           ADD 1 TO QTDE-PERFIS-W.
           PERFORM MOSTRA-PERFIL.

       LISTA-UM-PERFIL-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-PERFIL - trilha em LOG003 nos moldes do CPP029.
      *----------------------------------------------------------------
       GRAVA-LOG-PERFIL SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CPD026"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE FORNECEDOR-CP26    TO LOG3-CHAVE-REG(1:6).
           MOVE TIPO-SERVICO-CP26  TO LOG3-CHAVE-REG(7:2).
           MOVE "ALIQUOTAS-CP26"   TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE ALIQUOTAS-CP26     TO LOG3-VALOR-ATUAL(1:20).
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       FECHA-ARQUIVOS SECTION.
           CLOSE CPD026 LOG003.
           IF   ST-CGD001 EQUAL "00"
                CLOSE CGD001.

       END PROGRAM CPP036.
