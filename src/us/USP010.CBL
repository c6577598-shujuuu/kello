       IDENTIFICATION DIVISION.
       PROGRAM-ID. USP010.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: MANUTENCAO DO LEIAUTE DO MENU PRINCIPAL (USD009): OS
      *        GRUPOS (ORDEM 000 = TITULO) E OS PROGRAMAS DE CADA UM
      *        NA ORDEM EM QUE O USP011 OS MOSTRA. PROGRAMA NOVO ENTRA
      *        NO MENU POR AQUI, SEM MEXER NO USP011; QUEM VE O QUE
      *        CONTINUA SENDO O USD002 (GRDUSU). A OPCAO P CARREGA O
      *        LEIAUTE PADRAO (CAIXA, CONTAS A RECEBER, CONTAS A
      *        PAGAR, LABORATORIO, VIDEO, PEDIDOS, CADASTRO E
      *        RELATORIOS) SEM TOCAR NO QUE JA ESTA CADASTRADO.
      *        TRILHA EM LOG003 NOS MOLDES DO CGP012.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY USPX009.

           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY USPW009.

           COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-USD009             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
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
           05  GRUPO-PARM            PIC 9(2)     VALUE ZEROS.
           05  ORDEM-PARM            PIC 9(3)     VALUE ZEROS.
           05  ANTES-W               PIC X(40)    VALUE SPACES.
           COPY "PARAMETR".

      *    leiaute de fabrica (opcao P): grupo, ordem, programa e
      *    descricao, na ordem do registro USD009
       01  TAB-PADRAO-DADOS.
           05  FILLER                PIC X(43)    VALUE
               "01000        CAIXA                         ".
           05  FILLER                PIC X(43)    VALUE
               "01010CXP102  FECHAMENTO DIARIO DE CAIXA    ".
           05  FILLER                PIC X(43)    VALUE
               "01020CXP134  SESSOES DE GAVETA             ".
           05  FILLER                PIC X(43)    VALUE
               "01030CXP109  TRANSFERENCIA ENTRE CONTAS    ".
           05  FILLER                PIC X(43)    VALUE
               "01040CXP113  CONSULTA DO MOVIMENTO         ".
           05  FILLER                PIC X(43)    VALUE
               "01050CXP114  CHEQUES PRE-DATADOS           ".
           05  FILLER                PIC X(43)    VALUE
               "01060CXP115  VENDAS EM CARTAO              ".
           05  FILLER                PIC X(43)    VALUE
               "01070CXP105  IMPORTA EXTRATO BANCARIO      ".
           05  FILLER                PIC X(43)    VALUE
               "01080CXP106  CONCILIACAO BANCARIA          ".
           05  FILLER                PIC X(43)    VALUE
               "01090CXP108  CONTAS DE CAIXA/BANCO         ".
           05  FILLER                PIC X(43)    VALUE
               "02000        CONTAS A RECEBER              ".
           05  FILLER                PIC X(43)    VALUE
               "02010COP047  GERACAO DE PARCELAS           ".
           05  FILLER                PIC X(43)    VALUE
               "02020COP048  PARCELAS A RECEBER / BAIXA    ".
           05  FILLER                PIC X(43)    VALUE
               "02030COP052  ADITIVO DE CONTRATO           ".
           05  FILLER                PIC X(43)    VALUE
               "02040COP054  CANCELAMENTO DE CONTRATO      ".
           05  FILLER                PIC X(43)    VALUE
               "02050COP056  RENEGOCIACAO DE PARCELAS      ".
           05  FILLER                PIC X(43)    VALUE
               "02060COP061  CREDITOS DE CLIENTE           ".
           05  FILLER                PIC X(43)    VALUE
               "02070COP088  QUITACAO ANTECIPADA           ".
           05  FILLER                PIC X(43)    VALUE
               "02080COP082  CARNE DE PAGAMENTO            ".
           05  FILLER                PIC X(43)    VALUE
               "03000        CONTAS A PAGAR                ".
           05  FILLER                PIC X(43)    VALUE
               "03010CPP025  APROVACAO DE TITULOS          ".
           05  FILLER                PIC X(43)    VALUE
               "03020CPP029  DADOS BANCARIOS FORNECEDOR    ".
           05  FILLER                PIC X(43)    VALUE
               "03030CPP030  REMESSA DE PAGAMENTO          ".
           05  FILLER                PIC X(43)    VALUE
               "03040CPP031  RETORNO DE PAGAMENTO          ".
           05  FILLER                PIC X(43)    VALUE
               "03050CPP034  PAGAMENTO PARCIAL             ".
           05  FILLER                PIC X(43)    VALUE
               "03060CPP038  NOTA DE SERVICO C/ RETENCAO   ".
           05  FILLER                PIC X(43)    VALUE
               "03070CPP028  TITULOS RECORRENTES           ".
           05  FILLER                PIC X(43)    VALUE
               "04000        LABORATORIO                   ".
           05  FILLER                PIC X(43)    VALUE
               "04010LBP103  MOVIMENTO DE AMPLIACAO        ".
           05  FILLER                PIC X(43)    VALUE
               "04020LBP111  ESTOQUE DE INSUMOS            ".
           05  FILLER                PIC X(43)    VALUE
               "04030LBP112  BAIXA DE ESTOQUE EM LOTE      ".
           05  FILLER                PIC X(43)    VALUE
               "04040LBP117  ORDENS DE SERVICO IMPRESSORA  ".
           05  FILLER                PIC X(43)    VALUE
               "04050LBP118  ESCALA DO LABORATORIO         ".
           05  FILLER                PIC X(43)    VALUE
               "04060LBP124  PEDIDOS DE COMPRA             ".
           05  FILLER                PIC X(43)    VALUE
               "04070LBP125  RECEBIMENTO DE COMPRA         ".
           05  FILLER                PIC X(43)    VALUE
               "05000        VIDEO                         ".
           05  FILLER                PIC X(43)    VALUE
               "05010VIP112  ESTOQUE DE FITAS              ".
           05  FILLER                PIC X(43)    VALUE
               "05020VIP115  STATUS DA EDICAO              ".
           05  FILLER                PIC X(43)    VALUE
               "05030VIP121  RESERVA DE EQUIPAMENTO        ".
           05  FILLER                PIC X(43)    VALUE
               "05040VIP122  EDITORES E ATRIBUICOES        ".
           05  FILLER                PIC X(43)    VALUE
               "05050VIP124  AGENDA DE ESTUDIO             ".
           05  FILLER                PIC X(43)    VALUE
               "06000        PEDIDOS                       ".
           05  FILLER                PIC X(43)    VALUE
               "06010PDP103  ITENS DE PEDIDO               ".
           05  FILLER                PIC X(43)    VALUE
               "06020PDP104  CONVERSAO PEDIDO EM CONTRATO  ".
           05  FILLER                PIC X(43)    VALUE
               "06030PDP107  SITUACAO DO PEDIDO            ".
           05  FILLER                PIC X(43)    VALUE
               "06040PDP109  CAMPANHAS DE DESCONTO         ".
           05  FILLER                PIC X(43)    VALUE
               "07000        CADASTRO                      ".
           05  FILLER                PIC X(43)    VALUE
               "07010CGP012  CIDADES                       ".
           05  FILLER                PIC X(43)    VALUE
               "07020CGP015  VINCULOS FAMILIARES           ".
           05  FILLER                PIC X(43)    VALUE
               "07030CGP099  CONSENTIMENTO LGPD            ".
           05  FILLER                PIC X(43)    VALUE
               "07040COP045  CURSOS                        ".
           05  FILLER                PIC X(43)    VALUE
               "07050COP046  TURMAS                        ".
           05  FILLER                PIC X(43)    VALUE
               "07060USP001  USUARIOS                      ".
           05  FILLER                PIC X(43)    VALUE
               "07070USP002  AUTORIZACOES                  ".
           05  FILLER                PIC X(43)    VALUE
               "07080USP010  LEIAUTE DO MENU               ".
           05  FILLER                PIC X(43)    VALUE
               "08000        RELATORIOS                    ".
           05  FILLER                PIC X(43)    VALUE
               "08010COP049  AGING A RECEBER               ".
           05  FILLER                PIC X(43)    VALUE
               "08020CPP021  AGING A PAGAR                 ".
           05  FILLER                PIC X(43)    VALUE
               "08030CXP107  FLUXO DE CAIXA                ".
           05  FILLER                PIC X(43)    VALUE
               "08040CXP122  DRE MENSAL                    ".
           05  FILLER                PIC X(43)    VALUE
               "08050COP057  ABONOS DE JUROS/MULTA         ".
           05  FILLER                PIC X(43)    VALUE
               "08060LOGP010 CONSULTA DE LOG               ".
           05  FILLER                PIC X(43)    VALUE
               "08070LOGP016 EXCECOES CAIXA/RECEBIVEIS     ".
           05  FILLER                PIC X(43)    VALUE
               "08080USP005  REVISAO DE ACESSOS            ".
           05  FILLER                PIC X(43)    VALUE
               "08090KPP001  INDICADORES DIARIOS           ".
       01  TAB-PADRAO REDEFINES TAB-PADRAO-DADOS.
           05  ITEM-PADRAO           PIC X(43)    OCCURS 65 TIMES.
       01  IND-PADRAO                PIC 9(2)     VALUE ZEROS.

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): a assinatura do LOG003 so vale depois de
      *    conferida; "99" = cadastro nao implantado, segue liberado
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
           EXIT PROGRAM.
           STOP RUN.

       ABRE-ARQUIVOS SECTION.
           MOVE ZEROS TO ERRO-W FIM-PROGRAMA-W.
           OPEN INPUT CONTROLE.
           IF   ST-CONTROLE NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CONTROLE: " ST-CONTROLE
                MOVE 1 TO ERRO-W
                GO TO ABRE-ARQUIVOS-EXIT.

           READ CONTROLE.
           MOVE EMPRESA          TO EMP-REC.
           MOVE "USD009" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-USD009.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O USD009.
           IF   ST-USD009 EQUAL "35"
                CLOSE USD009       OPEN OUTPUT USD009
                CLOSE USD009       OPEN I-O USD009.
           IF   ST-USD009 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA USD009: " ST-USD009
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
           MOVE "USP010" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       SOLICITA-USUARIO-EXIT. EXIT.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "LEIAUTE DO MENU PRINCIPAL (USD009)".
           DISPLAY "I-INCLUI/ALTERA E-EXCLUI L-LISTA P-PADRAO F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM MANUTENCAO-ITEM
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-ITEM
               WHEN "L"  WHEN "l"  PERFORM LISTA-ITENS
               WHEN "P"  WHEN "p"  PERFORM CARGA-PADRAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    MANUTENCAO-ITEM - titulo de grupo (ordem 000) ou programa
      *    do grupo, novo ou alteracao do existente.
      *----------------------------------------------------------------
       MANUTENCAO-ITEM SECTION.
           DISPLAY "GRUPO (01-99)........................: "
               WITH NO ADVANCING.
           ACCEPT GRUPO-PARM.
           IF   GRUPO-PARM EQUAL ZEROS
                DISPLAY "GRUPO INVALIDO."
                GO TO MANUTENCAO-ITEM-EXIT.
           DISPLAY "ORDEM NO GRUPO (000 = TITULO)........: "
               WITH NO ADVANCING.
           ACCEPT ORDEM-PARM.
           MOVE GRUPO-PARM TO GRUPO-US09.
           MOVE ORDEM-PARM TO ORDEM-US09.
           MOVE SPACES     TO ANTES-W.
           READ USD009
               INVALID KEY
                   MOVE SPACES TO REG-USD009
                   MOVE GRUPO-PARM TO GRUPO-US09
                   MOVE ORDEM-PARM TO ORDEM-US09
                   MOVE ZEROS TO SITUACAO-US09
               NOT INVALID KEY
                   MOVE PROGRAMA-US09  TO ANTES-W(1:8)
                   MOVE DESCRICAO-US09 TO ANTES-W(10:30)
                   MOVE SITUACAO-US09  TO ANTES-W(40:1)
                   DISPLAY "ATUAL: " PROGRAMA-US09 " "
                           DESCRICAO-US09 " SIT " SITUACAO-US09
           END-READ.

           IF   ORDEM-PARM EQUAL ZEROS
                MOVE SPACES TO PROGRAMA-US09
           ELSE
                DISPLAY "PROGRAMA (PROGRAM-ID)................: "
                    WITH NO ADVANCING
                ACCEPT PROGRAMA-US09
                IF   PROGRAMA-US09 EQUAL SPACES
                     DISPLAY "PROGRAMA INVALIDO."
                     GO TO MANUTENCAO-ITEM-EXIT.
           DISPLAY "DESCRICAO NO MENU....................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-US09.
           DISPLAY "SITUACAO (0-ATIVO 1-FORA DO MENU)....: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-US09.
           IF   SITUACAO-US09 NOT EQUAL 0 AND 1
                DISPLAY "SITUACAO INVALIDA."
                GO TO MANUTENCAO-ITEM-EXIT.
           MOVE USUARIO-PARM TO USUARIO-US09.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-US09.

           WRITE REG-USD009
               INVALID KEY
                   REWRITE REG-USD009
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO USD009: " ST-USD009
                       NOT INVALID KEY
                           MOVE "ALTERACAO" TO LOG3-OPERACAO
                           PERFORM GRAVA-LOG-ITEM
                           DISPLAY "ITEM ALTERADO."
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-ITEM
                   DISPLAY "ITEM INCLUIDO."
           END-WRITE.

       MANUTENCAO-ITEM-EXIT. EXIT.

       EXCLUI-ITEM SECTION.
           DISPLAY "GRUPO................................: "
               WITH NO ADVANCING.
           ACCEPT GRUPO-PARM.
           DISPLAY "ORDEM NO GRUPO.......................: "
               WITH NO ADVANCING.
           ACCEPT ORDEM-PARM.
           MOVE GRUPO-PARM TO GRUPO-US09.
           MOVE ORDEM-PARM TO ORDEM-US09.
           READ USD009
               INVALID KEY
                   DISPLAY "ITEM NAO CADASTRADO."
                   GO TO EXCLUI-ITEM-EXIT
           END-READ.
           MOVE SPACES         TO ANTES-W.
           MOVE PROGRAMA-US09  TO ANTES-W(1:8).
           MOVE DESCRICAO-US09 TO ANTES-W(10:30).
           MOVE SITUACAO-US09  TO ANTES-W(40:1).
           DELETE USD009
               INVALID KEY
                   DISPLAY "ERRO EXCLUSAO USD009: " ST-USD009
               NOT INVALID KEY
                   MOVE "EXCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-ITEM
                   DISPLAY "ITEM EXCLUIDO."
           END-DELETE.

       EXCLUI-ITEM-EXIT. EXIT.

       LISTA-ITENS SECTION.
           MOVE ZEROS TO GRUPO-US09 ORDEM-US09.
           START USD009 KEY IS NOT LESS CHAVE-US09
               INVALID KEY
                   DISPLAY "MENU NAO CADASTRADO - USE A OPCAO P."
                   GO TO LISTA-ITENS-EXIT.
           PERFORM LISTA-UM-ITEM.

       LISTA-ITENS-EXIT. EXIT.

       LISTA-UM-ITEM SECTION.
           READ USD009 NEXT RECORD
               AT END
                   GO TO LISTA-UM-ITEM-EXIT.
           IF   ORDEM-US09 EQUAL ZEROS
                DISPLAY GRUPO-US09 "     == " DESCRICAO-US09
                        " SIT " SITUACAO-US09
           ELSE
                DISPLAY GRUPO-US09 " " ORDEM-US09 "    "
                        PROGRAMA-US09 " " DESCRICAO-US09
                        " SIT " SITUACAO-US09.
           GO TO LISTA-UM-ITEM.

       LISTA-UM-ITEM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CARGA-PADRAO - inclui os itens de fabrica que ainda nao
      *    estao cadastrados; os ja cadastrados ficam como estao.
      *----------------------------------------------------------------
       CARGA-PADRAO SECTION.
           MOVE ZEROS TO IND-PADRAO.
           PERFORM INCLUI-PADRAO 65 TIMES.

       CARGA-PADRAO-EXIT. EXIT.

       INCLUI-PADRAO SECTION.
           ADD  1 TO IND-PADRAO.
           MOVE SPACES TO REG-USD009.
           MOVE ITEM-PADRAO (IND-PADRAO) TO REG-USD009(1:43).
           MOVE ZEROS        TO SITUACAO-US09.
           MOVE USUARIO-PARM TO USUARIO-US09.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ALTERACAO-US09.
           MOVE SPACES       TO ANTES-W.
           WRITE REG-USD009
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-ITEM
                   DISPLAY "ITEM " GRUPO-US09 " " ORDEM-US09 " "
                           PROGRAMA-US09 " INCLUIDO."
           END-WRITE.

       INCLUI-PADRAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-ITEM - trilha em LOG003 nos moldes do
      *    GRAVA-LOG-CIDADE de CGP012: programa, descricao e situacao
      *    antes/depois.
      *----------------------------------------------------------------
       GRAVA-LOG-ITEM SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "USD009"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-US09         TO LOG3-CHAVE-REG(1:5).
           MOVE "PROGRAMA-US09"    TO LOG3-CAMPO.
           MOVE ANTES-W            TO LOG3-VALOR-ANTERIOR.
           MOVE SPACES             TO LOG3-VALOR-ATUAL.
           IF   LOG3-OPERACAO NOT EQUAL "EXCLUSAO"
                MOVE PROGRAMA-US09  TO LOG3-VALOR-ATUAL(1:8)
                MOVE DESCRICAO-US09 TO LOG3-VALOR-ATUAL(10:30)
                MOVE SITUACAO-US09  TO LOG3-VALOR-ATUAL(40:1).
           MOVE ZEROS              TO LOG3-CADEIA.
           WRITE REG-LOG003
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-LOG-ITEM-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE USD009 LOG003.

       FECHA-ARQUIVOS-EXIT. EXIT.

       END PROGRAM USP010.
