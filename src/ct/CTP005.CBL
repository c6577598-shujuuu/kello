       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTP005.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: CADASTRO DE BENS DO ATIVO IMOBILIZADO (CTD003): CUSTO,
      *        DATA DE AQUISICAO, VALOR RESIDUAL, VIDA UTIL, CONTA
      *        REDUZIDA DA DEPRECIACAO E CENTRO DE CUSTO DE CADA BEM,
      *        LIGADO AO EQUIPAMENTO DE REPORTAGEM (VID110) OU A
      *        IMPRESSORA DO LABORATORIO (LBD026) QUANDO FOR O CASO, OU
      *        AVULSO (VEICULOS, MOVEIS DO ESTUDIO...). A INCLUSAO
      *        ABRE O RAZAO DO BEM (CTD004) COM A AQUISICAO; DEPOIS DA
      *        PRIMEIRA DEPRECIACAO (CTP006) CUSTO, DATA, RESIDUAL E
      *        VIDA UTIL FICAM CONGELADOS E O BEM NAO SE EXCLUI. A
      *        BAIXA (VENDA/DESCARTE, COM GANHO OU PERDA NO CXD100) E
      *        FEITA PELO CTP005V. TRILHA EM LOG003 NOS MOLDES DO
      *        CXP121.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CTPX003.

           COPY CTPX004.

           COPY VIPX110.

           COPY LBPX026.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CTPW003.

           COPY CTPW004.

           COPY VIPW110.

           COPY LBPW026.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CTD003             PIC XX       VALUE SPACES.
           05  ST-CTD004             PIC XX       VALUE SPACES.
           05  ST-VID110             PIC XX       VALUE SPACES.
           05  ST-LBD026             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  SEM-VID110-W          PIC 9        VALUE ZEROS.
           05  SEM-LBD026-W          PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  BEM-NOVO-W            PIC 9        VALUE ZEROS.
           05  REFERENCIA-OK-W       PIC 9        VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  CODIGO-PARM           PIC 9(6)     VALUE ZEROS.
           05  ULTIMO-CODIGO-W       PIC 9(6)     VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  RESULT-EDIT-W         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
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

       01  PARAMETROS-CXP127V.
      *    cadastro de centros de custo (CXD113/CXP127V - ver CXP127):
      *    centro inexistente ou inativo e' recusado; "99" = cadastro
      *    ainda nao implantado, gravacao segue com o centro digitado
           05  CENTRO-VAL            PIC 9(3)     VALUE ZEROS.
           05  CXP127V-RETORNO       PIC X(2)     VALUE SPACES.
           05  DESCRICAO-VAL         PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CTP005V.
      *    consulta/baixa de bem do imobilizado (ver CTP005V)
           05  MODO-BEM              PIC X(1)     VALUE SPACES.
           05  CODIGO-BEM            PIC 9(6)     VALUE ZEROS.
           05  ORIGEM-BEM            PIC X(1)     VALUE SPACES.
           05  REFERENCIA-BEM        PIC X(6)     VALUE SPACES.
           05  DATA-BAIXA-BEM        PIC 9(8)     VALUE ZEROS.
           05  VALOR-VENDA-BEM       PIC 9(9)V99  VALUE ZEROS.
           05  CONTA-RESULT-BEM      PIC 9(5)     VALUE ZEROS.
           05  USUARIO-BEM           PIC X(5)     VALUE SPACES.
           05  DESCRICAO-BEM         PIC X(30)    VALUE SPACES.
           05  VALOR-CONTABIL-BEM    PIC 9(9)V99  VALUE ZEROS.
           05  RESULTADO-BEM         PIC S9(9)V99 VALUE ZEROS.
           05  CTP005V-RETORNO       PIC X(2)     VALUE SPACES.

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
           MOVE "CTD003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD003.
           MOVE "CTD004" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CTD004.
           MOVE "VID110" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID110.
           MOVE "LBD026" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LBD026.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CTD003.
           IF   ST-CTD003 EQUAL "35"
                CLOSE CTD003       OPEN OUTPUT CTD003
                CLOSE CTD003       OPEN I-O CTD003.
           IF   ST-CTD003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD003: " ST-CTD003
                MOVE 1 TO ERRO-W.

           OPEN I-O CTD004.
           IF   ST-CTD004 EQUAL "35"
                CLOSE CTD004       OPEN OUTPUT CTD004
                CLOSE CTD004       OPEN I-O CTD004.
           IF   ST-CTD004 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CTD004: " ST-CTD004
                MOVE 1 TO ERRO-W.

      *    sem os cadastros de origem a referencia nao e conferida
           OPEN INPUT VID110.
           IF   ST-VID110 NOT EQUAL "00"
                MOVE 1 TO SEM-VID110-W.
           OPEN INPUT LBD026.
           IF   ST-LBD026 NOT EQUAL "00"
                MOVE 1 TO SEM-LBD026-W.

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
           MOVE "CTP005" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "BENS DO ATIVO IMOBILIZADO (CTD003)".
           DISPLAY "I-INCLUI/ALTERA B-BAIXA E-EXCLUI L-LISTA F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM MANUTENCAO-BEM
               WHEN "B"  WHEN "b"  PERFORM BAIXA-BEM
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-BEM
               WHEN "L"  WHEN "l"  PERFORM LISTA-BENS
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-BEM - codigo 000000 inclui com o proximo codigo
      *    livre. Bem ja depreciado so muda descricao, conta e centro;
      *    bem baixado nao muda.
      *----------------------------------------------------------------
       MANUTENCAO-BEM SECTION.
           DISPLAY "CODIGO DO BEM (000000 = NOVO)........: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           MOVE ZEROS TO BEM-NOVO-W.
           IF   CODIGO-PARM EQUAL ZEROS
                PERFORM PROXIMO-CODIGO
                MOVE ULTIMO-CODIGO-W TO CODIGO-PARM
                DISPLAY "CODIGO ATRIBUIDO.....................: "
                        CODIGO-PARM.
           MOVE CODIGO-PARM TO CODIGO-BEM-CT03.
           READ CTD003
               INVALID KEY
                   MOVE 1 TO BEM-NOVO-W
           END-READ.

           IF   BEM-NOVO-W EQUAL 1
                INITIALIZE REG-CTD003
                MOVE CODIGO-PARM TO CODIGO-BEM-CT03
                PERFORM DIGITA-ORIGEM
                IF   REFERENCIA-OK-W EQUAL 0
                     GO TO MANUTENCAO-BEM-EXIT
                END-IF
           ELSE
                IF   SITUACAO-CT03 EQUAL 2
                     DISPLAY "BEM BAIXADO EM " DATA-BAIXA-CT03
                             " - NAO PODE SER ALTERADO."
                     GO TO MANUTENCAO-BEM-EXIT
                END-IF
                MOVE CUSTO-CT03 TO VALOR-EDIT-W
                DISPLAY "BEM: " DESCRICAO-CT03 " ORIGEM "
                        ORIGEM-CT03 " " REFERENCIA-CT03
                DISPLAY "CUSTO " VALOR-EDIT-W " AQUISICAO "
                        DATA-AQUISICAO-CT03 " VIDA " VIDA-UTIL-CT03
                        " MESES"
                MOVE SPACES TO ANTERIOR-LOG-W
                MOVE CUSTO-CT03 TO VALOR-EDIT-W
                MOVE VALOR-EDIT-W TO ANTERIOR-LOG-W(1:14)
                MOVE CONTA-REDUZ-CT03 TO ANTERIOR-LOG-W(16:5)
                MOVE CENTRO-CUSTO-CT03 TO ANTERIOR-LOG-W(22:3).

           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-CT03.
           IF   BEM-NOVO-W EQUAL 1
           OR   ULTIMO-MES-CT03 EQUAL ZEROS
                PERFORM DIGITA-BASE-DEPRECIACAO
           ELSE
                DISPLAY "JA DEPRECIADO ATE " ULTIMO-MES-CT03
                        " - CUSTO/DATA/VIDA UTIL CONGELADOS.".
           DISPLAY "CONTA REDUZIDA DA DEPRECIACAO........: "
               WITH NO ADVANCING.
           ACCEPT CONTA-REDUZ-CT03.
           PERFORM DIGITA-CENTRO.
           MOVE USUARIO-PARM TO USUARIO-CT03.

           MOVE SPACES TO ATUAL-LOG-W.
           MOVE CUSTO-CT03        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO ATUAL-LOG-W(1:14).
           MOVE CONTA-REDUZ-CT03  TO ATUAL-LOG-W(16:5).
           MOVE CENTRO-CUSTO-CT03 TO ATUAL-LOG-W(22:3).
           MOVE "CUSTO/CONTA/CENTRO" TO CAMPO-LOG-W.

           IF   BEM-NOVO-W EQUAL 1
                WRITE REG-CTD003
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO CTD003: " ST-CTD003
                    NOT INVALID KEY
                        MOVE "INCLUSAO" TO LOG3-OPERACAO
                        MOVE SPACES TO ANTERIOR-LOG-W
                        PERFORM GRAVA-LOG
                        PERFORM GRAVA-AQUISICAO
                        DISPLAY "BEM INCLUIDO."
                END-WRITE
           ELSE
                REWRITE REG-CTD003
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CTD003: " ST-CTD003
                    NOT INVALID KEY
                        MOVE "ALTERACAO" TO LOG3-OPERACAO
                        PERFORM GRAVA-LOG
                        PERFORM GRAVA-AQUISICAO
                        DISPLAY "BEM ALTERADO."
                END-REWRITE.

       MANUTENCAO-BEM-EXIT. EXIT.

       DIGITA-ORIGEM SECTION.
           MOVE 0 TO REFERENCIA-OK-W.
           DISPLAY "ORIGEM (V-VID110 L-LBD026 O-OUTRO)...: "
               WITH NO ADVANCING.
           ACCEPT ORIGEM-CT03.
           EVALUATE ORIGEM-CT03
               WHEN "v"  MOVE "V" TO ORIGEM-CT03
               WHEN "l"  MOVE "L" TO ORIGEM-CT03
               WHEN "o"  MOVE "O" TO ORIGEM-CT03
           END-EVALUATE.
           MOVE SPACES TO REFERENCIA-CT03.
           EVALUATE ORIGEM-CT03
               WHEN "V"
                   DISPLAY "EQUIPAMENTO (VID110).................: "
                       WITH NO ADVANCING
                   ACCEPT REFERENCIA-CT03
                   PERFORM CONFERE-VID110
               WHEN "L"
                   DISPLAY "IMPRESSORA (LBD026)..................: "
                       WITH NO ADVANCING
                   ACCEPT REFERENCIA-CT03(1:2)
                   PERFORM CONFERE-LBD026
               WHEN "O"
                   MOVE 1 TO REFERENCIA-OK-W
               WHEN OTHER
                   DISPLAY "ORIGEM INVALIDA."
           END-EVALUATE.
           IF   REFERENCIA-OK-W EQUAL 0
                GO TO DIGITA-ORIGEM-EXIT.

      *    um equipamento/impressora so tem um bem em uso
           IF   ORIGEM-CT03 NOT EQUAL "O"
                MOVE "C"             TO MODO-BEM
                MOVE ZEROS           TO CODIGO-BEM VALOR-VENDA-BEM
                MOVE ORIGEM-CT03     TO ORIGEM-BEM
                MOVE REFERENCIA-CT03 TO REFERENCIA-BEM
                PERFORM CHAMA-CTP005V
                IF   CTP005V-RETORNO EQUAL "00"
                     DISPLAY "REFERENCIA JA LIGADA AO BEM " CODIGO-BEM
                     MOVE 0 TO REFERENCIA-OK-W
                END-IF
                MOVE CODIGO-PARM TO CODIGO-BEM-CT03.

       DIGITA-ORIGEM-EXIT. EXIT.

       CONFERE-VID110 SECTION.
           IF   SEM-VID110-W EQUAL 1
                MOVE 1 TO REFERENCIA-OK-W
                GO TO CONFERE-VID110-EXIT.
           MOVE REFERENCIA-CT03 TO EQUIPAMENTO-V110.
           READ VID110
               INVALID KEY
                   DISPLAY "EQUIPAMENTO NAO CADASTRADO NO VID110."
               NOT INVALID KEY
                   MOVE 1 TO REFERENCIA-OK-W
                   MOVE DESCRICAO-V110 TO DESCRICAO-CT03
                   MOVE 1 TO CATEGORIA-CT03
                   DISPLAY "EQUIPAMENTO: " DESCRICAO-V110
           END-READ.

       CONFERE-VID110-EXIT. EXIT.

       CONFERE-LBD026 SECTION.
           IF   SEM-LBD026-W EQUAL 1
                MOVE 1 TO REFERENCIA-OK-W
                GO TO CONFERE-LBD026-EXIT.
           MOVE REFERENCIA-CT03(1:2) TO CODIGO-LB26.
           READ LBD026
               INVALID KEY
                   DISPLAY "IMPRESSORA NAO CADASTRADA NO LBD026."
               NOT INVALID KEY
                   MOVE 1 TO REFERENCIA-OK-W
                   MOVE DESCRICAO-LB26 TO DESCRICAO-CT03
                   MOVE 2 TO CATEGORIA-CT03
                   DISPLAY "IMPRESSORA: " DESCRICAO-LB26
           END-READ.

       CONFERE-LBD026-EXIT. EXIT.

       DIGITA-BASE-DEPRECIACAO SECTION.
           DISPLAY "CATEGORIA (1-VIDEO/FOTO 2-IMPRESSORA 3-VEICULO"
                   " 4-MOVEIS 5-OUTRO): " WITH NO ADVANCING.
           ACCEPT CATEGORIA-CT03.
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD).........: "
               WITH NO ADVANCING.
           ACCEPT DATA-AQUISICAO-CT03.
           DISPLAY "CUSTO DE AQUISICAO...................: "
               WITH NO ADVANCING.
           ACCEPT CUSTO-CT03.
           DISPLAY "VALOR RESIDUAL.......................: "
               WITH NO ADVANCING.
           ACCEPT VALOR-RESIDUAL-CT03.
           IF   VALOR-RESIDUAL-CT03 GREATER CUSTO-CT03
                DISPLAY "RESIDUAL MAIOR QUE O CUSTO - ASSUMIDO ZERO."
                MOVE ZEROS TO VALOR-RESIDUAL-CT03.
           DISPLAY "VIDA UTIL EM MESES...................: "
               WITH NO ADVANCING.
           ACCEPT VIDA-UTIL-CT03.
           IF   VIDA-UTIL-CT03 EQUAL ZEROS
                DISPLAY "VIDA UTIL ZERO - ASSUMIDO 60 MESES."
                MOVE 60 TO VIDA-UTIL-CT03.

       DIGITA-BASE-DEPRECIACAO-EXIT. EXIT.

       DIGITA-CENTRO SECTION.
           DISPLAY "CENTRO DE CUSTO (000 = SEM)..........: "
               WITH NO ADVANCING.
           ACCEPT CENTRO-CUSTO-CT03.
           MOVE CENTRO-CUSTO-CT03 TO CENTRO-VAL.
           CALL "CXP127V" USING PARAMETROS-CXP127V.
           IF   CXP127V-RETORNO EQUAL "01"
           OR   CXP127V-RETORNO EQUAL "02"
                DISPLAY "CENTRO DE CUSTO INVALIDO OU INATIVO ("
                        CXP127V-RETORNO ") - ASSUMIDO 000."
                MOVE ZEROS TO CENTRO-CUSTO-CT03.

       DIGITA-CENTRO-EXIT. EXIT.

      *    razao: a aquisicao e' (re)gravada enquanto a base estiver
      *    aberta, para o CTP007 sempre partir do custo vigente
       GRAVA-AQUISICAO SECTION.
           IF   ULTIMO-MES-CT03 NOT EQUAL ZEROS
                GO TO GRAVA-AQUISICAO-EXIT.
           MOVE CODIGO-BEM-CT03          TO CODIGO-BEM-CT04.
           MOVE DATA-AQUISICAO-CT03(1:6) TO MESANO-CT04.
           MOVE "A"                      TO TIPO-MOV-CT04.
           PERFORM APAGA-AQUISICAO-ANTERIOR.
           MOVE CODIGO-BEM-CT03          TO CODIGO-BEM-CT04.
           MOVE DATA-AQUISICAO-CT03(1:6) TO MESANO-CT04.
           MOVE "A"                      TO TIPO-MOV-CT04.
           MOVE DATA-AQUISICAO-CT03      TO DATA-MOV-CT04.
           MOVE CUSTO-CT03               TO VALOR-CT04
                                            SALDO-CONTABIL-CT04.
           MOVE ZEROS TO MESES-CT04 VALOR-VENDA-CT04 RESULTADO-CT04
                         DATA-CX100-CT04 SEQ-CX100-CT04.
           MOVE USUARIO-PARM             TO USUARIO-CT04.
           WRITE REG-CTD004
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CTD004: " ST-CTD004
           END-WRITE.

       GRAVA-AQUISICAO-EXIT. EXIT.

      *    a data de aquisicao pode ter mudado: tira a "A" antiga
       APAGA-AQUISICAO-ANTERIOR SECTION.
           MOVE ZEROS TO MESANO-CT04.
           MOVE SPACES TO TIPO-MOV-CT04.
           MOVE ZEROS TO FIM-VARREDURA-W.
           START CTD004 KEY IS NOT LESS CHAVE-CT04
               INVALID KEY
                   GO TO APAGA-AQUISICAO-ANTERIOR-EXIT.
           PERFORM APAGA-UMA-AQUISICAO UNTIL FIM-VARREDURA-TRUE.

       APAGA-AQUISICAO-ANTERIOR-EXIT. EXIT.

       APAGA-UMA-AQUISICAO SECTION.
           READ CTD004 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO APAGA-UMA-AQUISICAO-EXIT.
           IF   CODIGO-BEM-CT04 NOT EQUAL CODIGO-BEM-CT03
                MOVE 1 TO FIM-VARREDURA-W
                GO TO APAGA-UMA-AQUISICAO-EXIT.
           IF   TIPO-MOV-CT04 EQUAL "A"
                DELETE CTD004
                    INVALID KEY
                        DISPLAY "ERRO EXCLUSAO CTD004: " ST-CTD004
                END-DELETE.

       APAGA-UMA-AQUISICAO-EXIT. EXIT.

       PROXIMO-CODIGO SECTION.
           MOVE ZEROS TO ULTIMO-CODIGO-W FIM-VARREDURA-W.
           MOVE ZEROS TO CODIGO-BEM-CT03.
           START CTD003 KEY IS NOT LESS CODIGO-BEM-CT03
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W.
           PERFORM LE-ULTIMO-CODIGO UNTIL FIM-VARREDURA-TRUE.
           ADD 1 TO ULTIMO-CODIGO-W.

       PROXIMO-CODIGO-EXIT. EXIT.

       LE-ULTIMO-CODIGO SECTION.
           READ CTD003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ULTIMO-CODIGO-EXIT.
           MOVE CODIGO-BEM-CT03 TO ULTIMO-CODIGO-W.

       LE-ULTIMO-CODIGO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    BAIXA-BEM - consulta e baixa pelo CTP005V, o mesmo caminho
      *    do VIP120; o CTD003 deste programa e' fechado durante a
      *    chamada para a rotina regravar o bem sem esbarrar no
      *    bloqueio de registro daqui.
      *----------------------------------------------------------------
       BAIXA-BEM SECTION.
           DISPLAY "CODIGO DO BEM........................: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           CLOSE CTD003.

           MOVE "C"          TO MODO-BEM.
           MOVE CODIGO-PARM  TO CODIGO-BEM.
           MOVE ZEROS        TO VALOR-VENDA-BEM.
           PERFORM CHAMA-CTP005V.
           IF   CTP005V-RETORNO NOT EQUAL "00"
                PERFORM MOSTRA-RETORNO-BAIXA
                GO TO BAIXA-BEM-REABRE.

           MOVE VALOR-CONTABIL-BEM TO VALOR-EDIT-W.
           DISPLAY "BEM: " DESCRICAO-BEM.
           DISPLAY "VALOR CONTABIL ATUAL.................: "
                   VALOR-EDIT-W.
           DISPLAY "DATA DA BAIXA (AAAAMMDD).............: "
               WITH NO ADVANCING.
           ACCEPT DATA-BAIXA-BEM.
           DISPLAY "VALOR DE VENDA (0 = DESCARTE)........: "
               WITH NO ADVANCING.
           ACCEPT VALOR-VENDA-BEM.
           DISPLAY "CONTA REDUZIDA DO GANHO/PERDA........: "
               WITH NO ADVANCING.
           ACCEPT CONTA-RESULT-BEM.
           COMPUTE RESULTADO-BEM = VALOR-VENDA-BEM - VALOR-CONTABIL-BEM.
           MOVE RESULTADO-BEM TO RESULT-EDIT-W.
           DISPLAY "GANHO(+)/PERDA(-) NA BAIXA...........: "
                   RESULT-EDIT-W.
           DISPLAY "CONFIRMA A BAIXA (S/N)...............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND CONFIRMA-W NOT EQUAL "s"
                GO TO BAIXA-BEM-REABRE.

           MOVE "B" TO MODO-BEM.
           PERFORM CHAMA-CTP005V.
           PERFORM MOSTRA-RETORNO-BAIXA.
           IF   CTP005V-RETORNO EQUAL "00"
                MOVE "BAIXA" TO LOG3-OPERACAO
                MOVE "VALOR-VENDA-CT03" TO CAMPO-LOG-W
                MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W
                MOVE VALOR-CONTABIL-BEM TO VALOR-EDIT-W
                MOVE VALOR-EDIT-W TO ANTERIOR-LOG-W
                MOVE VALOR-VENDA-BEM TO VALOR-EDIT-W
                MOVE VALOR-EDIT-W TO ATUAL-LOG-W
                MOVE CODIGO-BEM TO CODIGO-BEM-CT03
                PERFORM GRAVA-LOG.

       BAIXA-BEM-REABRE.
           OPEN I-O CTD003.

       BAIXA-BEM-EXIT. EXIT.

       MOSTRA-RETORNO-BAIXA SECTION.
           EVALUATE CTP005V-RETORNO
               WHEN "00"
                   IF   MODO-BEM EQUAL "B"
                        DISPLAY "BEM BAIXADO."
                   END-IF
               WHEN "01"
                   DISPLAY "DATA DA BAIXA EM MES FECHADO (CTP001)."
               WHEN "02"
                   DISPLAY "BEM NAO CADASTRADO."
               WHEN "03"
                   DISPLAY "BEM JA BAIXADO."
               WHEN OTHER
                   DISPLAY "BAIXA NAO REALIZADA (" CTP005V-RETORNO ")."
           END-EVALUATE.

       CHAMA-CTP005V SECTION.
           MOVE USUARIO-PARM TO USUARIO-BEM.
           CALL "CTP005V" USING PARAMETROS-CTP005V.

       EXCLUI-BEM SECTION.
           DISPLAY "CODIGO DO BEM........................: "
               WITH NO ADVANCING.
           ACCEPT CODIGO-PARM.
           MOVE CODIGO-PARM TO CODIGO-BEM-CT03.
           READ CTD003
               INVALID KEY
                   DISPLAY "BEM NAO ENCONTRADO."
                   GO TO EXCLUI-BEM-EXIT
           END-READ.
           IF   ULTIMO-MES-CT03 NOT EQUAL ZEROS
           OR   SITUACAO-CT03 EQUAL 2
                DISPLAY "BEM COM DEPRECIACAO OU BAIXA - NAO SE EXCLUI."
                GO TO EXCLUI-BEM-EXIT.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE DESCRICAO-CT03 TO ANTERIOR-LOG-W(1:30).
           MOVE "DESCRICAO-CT03" TO CAMPO-LOG-W.
           DELETE CTD003
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO CTD003: " ST-CTD003
               NOT INVALID KEY
                   MOVE CODIGO-PARM TO CODIGO-BEM-CT03 CODIGO-BEM-CT04
                   PERFORM APAGA-AQUISICAO-ANTERIOR
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG
                   DISPLAY "BEM EXCLUIDO."
           END-DELETE.

       EXCLUI-BEM-EXIT. EXIT.

       LISTA-BENS SECTION.
           MOVE ZEROS TO FIM-VARREDURA-W CODIGO-BEM-CT03.
           START CTD003 KEY IS NOT LESS CODIGO-BEM-CT03
               INVALID KEY
                   DISPLAY "NENHUM BEM CADASTRADO."
                   GO TO LISTA-BENS-EXIT.
           PERFORM LISTA-UM-BEM UNTIL FIM-VARREDURA-TRUE.

       LISTA-BENS-EXIT. EXIT.

       LISTA-UM-BEM SECTION.
           READ CTD003 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-UM-BEM-EXIT.
           COMPUTE VALOR-EDIT-W = CUSTO-CT03 - DEPREC-ACUM-CT03.
           DISPLAY CODIGO-BEM-CT03 " " DESCRICAO-CT03 " "
                   ORIGEM-CT03 " " REFERENCIA-CT03
                   " CONTABIL " VALOR-EDIT-W " SIT " SITUACAO-CT03.

       LISTA-UM-BEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG - trilha em LOG003; colisao de chave no mesmo
      *    segundo avanca o periodo (molde do GRAVA-LOG-FISICA do
      *    CCP113).
      *----------------------------------------------------------------
       GRAVA-LOG SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CTD003"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CODIGO-BEM-CT03    TO LOG3-CHAVE-REG(1:6).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

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
           CLOSE CTD003 CTD004 VID110 LBD026 LOG003.

       END PROGRAM CTP005.
