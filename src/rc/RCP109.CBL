       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCP109.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: ALBUM EM CONDICIONAL (RCD105/RCD106): O ALBUM IMPRESSO
      *        (RCD100P) QUE FICA COM A FAMILIA PARA ESCOLHER O QUE
      *        COMPRA, LIGADO AO PEDIDO NA SITUACAO 2-CONDICIONAL DO
      *        PDD100. NA SAIDA (OPCAO S) FICAM A DATA, QUEM LEVOU, O
      *        TELEFONE E O PRAZO DE DEVOLUCAO; CADA LINHA DO ALBUM
      *        SAI COM O PLANILHADO AINDA NAO VENDIDO, QUE ENTRA NO
      *        ITEM DO PEDIDO (PDD101) DO MESMO PRODUTO/MODELO. NO
      *        RETORNO (OPCAO R) O OPERADOR INFORMA POR LINHA O QUE
      *        A FAMILIA FICOU - SOMADO EM QTDE-VENDIDA-RECP - E, DO
      *        QUE VOLTOU, QUANTO VAI PARA DESTRUICAO (O RESTO VOLTA
      *        AO ESTOQUE DE FOTOS DO ALBUM); O ITEM DO PEDIDO PERDE A
      *        QUANTIDADE DEVOLVIDA E O TOTAL DO PEDIDO E' REFEITO COMO
      *        NO PDP103 (PEDIDO JA EFETIVADO OU CANCELADO NAO E'
      *        TOCADO). A OPCAO L E' A LISTA DIARIA DA EQUIPE DE VENDAS
      *        COM OS CONDICIONAIS VENCIDOS (OU VENCENDO HOJE) E OS
      *        DIAS DE ATRASO; C CONSULTA AS SAIDAS DE UM ALBUM. TUDO
      *        COM TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY RCPX100P.

           COPY RCPX101.

           COPY RCPX105.

           COPY RCPX106.

           COPY PDPX100.

           COPY PDPX101.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY RCPW100P.

           COPY RCPW101.

           COPY RCPW105.

           COPY RCPW106.

           COPY PDPW100.

           COPY PDPW101.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-RCD100P            PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-RCD105             PIC XX       VALUE SPACES.
           05  ST-RCD106             PIC XX       VALUE SPACES.
           05  ST-PDD100             PIC XX       VALUE SPACES.
           05  ST-PDD101             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  FIM-LINHAS-W          PIC 9        VALUE ZEROS.
              88  FIM-LINHAS-TRUE       VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  RESPOSTA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
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
           05  ALBUM-PARM            PIC 9(8)     VALUE ZEROS.
           05  PEDIDO-PARM           PIC 9(6)     VALUE ZEROS.
           05  RETIRADO-POR-PARM     PIC X(30)    VALUE SPACES.
           05  DDD-FONE-PARM         PIC 9(2)     VALUE ZEROS.
           05  FONE-PARM             PIC 9(9)     VALUE ZEROS.
           05  DATA-LIMITE-PARM      PIC 9(8)     VALUE ZEROS.
           05  QTDE-FICOU-PARM       PIC 9(6)     VALUE ZEROS.
           05  QTDE-DESTRUIR-PARM    PIC 9(6)     VALUE ZEROS.
           05  QTDE-LINHAS-ALBUM-W   PIC 9(3)     VALUE ZEROS.
           05  QTDE-A-ENVIAR-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-ENVIADA-W        PIC 9(6)     VALUE ZEROS.
           05  ACHOU-ABERTA-W        PIC 9        VALUE ZEROS.
           05  SEQ-ABERTA-W          PIC 9(2)     VALUE ZEROS.
           05  ULTIMA-SEQ-W          PIC 9(2)     VALUE ZEROS.
           05  CONTRATO-ALBUM-W      PIC 9(6)     VALUE ZEROS.
           05  ATUALIZA-PEDIDO-W     PIC 9        VALUE ZEROS.
           05  ITEM-ACHADO-W         PIC 9(3)     VALUE ZEROS.
           05  MAIOR-ITEM-W          PIC 9(3)     VALUE ZEROS.
           05  DEVOLVIDA-W           PIC 9(6)     VALUE ZEROS.
           05  TOTAL-LINHAS-W        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-LOG-W           PIC Z(9)9,99 VALUE ZEROS.
           05  QTDE-LOG-W            PIC Z(5)9    VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  IND-W                 PIC 9(3)     VALUE ZEROS.
           05  QTDE-TAB-W            PIC 9(3)     VALUE ZEROS.
           05  TOT-FICOU-W           PIC 9(6)     VALUE ZEROS.
           05  TOT-DEVOLVIDA-W       PIC 9(6)     VALUE ZEROS.
           05  TOT-ESTOQUE-W         PIC 9(6)     VALUE ZEROS.
           05  TOT-DESTRUIDA-W       PIC 9(6)     VALUE ZEROS.
           05  QTDE-VENCIDOS-W       PIC 9(5)     VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC S9(6)    VALUE ZEROS.
           05  SERIAL-HOJE-W         PIC S9(8)    VALUE ZEROS.
           05  SERIAL-W              PIC S9(8)    VALUE ZEROS.
           05  DATA-SERIAL-W         PIC 9(8)     VALUE ZEROS.
           05  FILLER REDEFINES DATA-SERIAL-W.
               10  ANO-SER-W         PIC 9(4).
               10  MES-SER-W         PIC 9(2).
               10  DIA-SER-W         PIC 9(2).
           05  ANO-CALC-W            PIC 9(4)     VALUE ZEROS.
           05  OFFSET-MES-W          PIC 9(3)     VALUE ZEROS.
           05  DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  DATA-DMA-R REDEFINES DATA-DMA-W PIC 9(8).
           COPY "PARAMETR".

       01  TAB-RETORNO.
      *    o que foi digitado no retorno, linha a linha, para so
      *    gravar depois da confirmacao
           05  LINHA-TAB             OCCURS 99 TIMES.
               10  SEQ-RECP-TAB      PIC 9(3).
               10  FICOU-TAB         PIC 9(6).
               10  DESTRUIR-TAB      PIC 9(6).

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
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
           05  FILLER                PIC X(46)   VALUE
           "ALBUNS EM CONDICIONAL COM DEVOLUCAO VENCIDA - ".
           05  DATA-CAB-REL          PIC 99/99/9999 VALUE ZEROS.
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(90)   VALUE
           "ALBUM    SQ PEDIDO VEND.  RETIRADO POR           DDD FONE
      -    "     LIMITE     ATRASO".

       01  LINDET.
           05  ALBUM-REL             PIC 9(8)    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  SEQ-REL               PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  PEDIDO-REL            PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  VENDEDOR-REL          PIC Z(5)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  RETIRADO-REL          PIC X(22)   VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DDD-REL               PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  FONE-REL              PIC Z(8)9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  LIMITE-REL            PIC 99/99/9999 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  DIAS-REL              PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  OBS-REL               PIC X(6)    VALUE SPACES.

       01  LINTOT.
           05  FILLER                PIC X(31)   VALUE
               "CONDICIONAIS VENCIDOS........: ".
           05  QTDE-TOT              PIC ZZZZ9   VALUE ZEROS.

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
           MOVE NOME-EMPRESA     TO EMPRESA-REL.
           MOVE "RCD100P" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD100P.
           MOVE "RCD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD101.
           MOVE "RCD105" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD105.
           MOVE "RCD106" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RCD106.
           MOVE "PDD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD100.
           MOVE "PDD101" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD101.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O RCD100P PDD100 PDD101.
           IF   ST-RCD100P NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD100P: " ST-RCD100P
                MOVE 1 TO ERRO-W.
           IF   ST-PDD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD100: " ST-PDD100
                MOVE 1 TO ERRO-W.
           IF   ST-PDD101 EQUAL "35"
                CLOSE PDD101       OPEN OUTPUT PDD101
                CLOSE PDD101       OPEN I-O PDD101.
           IF   ST-PDD101 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD101: " ST-PDD101
                MOVE 1 TO ERRO-W.

           OPEN INPUT RCD101.

           OPEN I-O RCD105.
           IF   ST-RCD105 EQUAL "35"
                CLOSE RCD105       OPEN OUTPUT RCD105
                CLOSE RCD105       OPEN I-O RCD105.
           IF   ST-RCD105 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD105: " ST-RCD105
                MOVE 1 TO ERRO-W.

           OPEN I-O RCD106.
           IF   ST-RCD106 EQUAL "35"
                CLOSE RCD106       OPEN OUTPUT RCD106
                CLOSE RCD106       OPEN I-O RCD106.
           IF   ST-RCD106 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA RCD106: " ST-RCD106
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
           MOVE "RCP109" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "ALBUM EM CONDICIONAL (RCD105)".
           DISPLAY "S-SAIDA R-RETORNO C-CONSULTA L-VENCIDOS F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "S"  WHEN "s"  PERFORM REGISTRA-SAIDA
               WHEN "R"  WHEN "r"  PERFORM REGISTRA-RETORNO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-ALBUM
               WHEN "L"  WHEN "l"  PERFORM RELATORIO-VENCIDOS
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-SAIDA - o album sai com tudo o que foi planilhado
      *    e ainda nao vendido; cada linha entra no item do pedido
      *    condicional do mesmo produto/modelo.
      *----------------------------------------------------------------
       REGISTRA-SAIDA SECTION.
           DISPLAY "NUMERO DO ALBUM......................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-PARM.
           PERFORM CONFERE-ALBUM.
           IF   QTDE-LINHAS-ALBUM-W EQUAL ZEROS
                DISPLAY "ALBUM SEM LINHAS NO RCD100P."
                GO TO REGISTRA-SAIDA-EXIT.
           IF   QTDE-A-ENVIAR-W EQUAL ZEROS
                DISPLAY "ALBUM SEM FOTOS A ESCOLHER (TUDO VENDIDO)."
                GO TO REGISTRA-SAIDA-EXIT.
           PERFORM LOCALIZA-SAIDA-ABERTA.
           IF   ACHOU-ABERTA-W EQUAL 1
                DISPLAY "ALBUM JA ESTA EM CONDICIONAL (SAIDA "
                        SEQ-ABERTA-W ") - REGISTRE O RETORNO."
                GO TO REGISTRA-SAIDA-EXIT.

           DISPLAY "PEDIDO CONDICIONAL (PDD100)..........: "
               WITH NO ADVANCING.
           ACCEPT PEDIDO-PARM.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD100.
           READ PDD100
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO."
                   GO TO REGISTRA-SAIDA-EXIT
           END-READ.
           IF   SITUACAO-PD100 NOT EQUAL 2
                DISPLAY "PEDIDO NAO ESTA EM CONDICIONAL (SITUACAO "
                        SITUACAO-PD100 ") - VER PDP107."
                GO TO REGISTRA-SAIDA-EXIT.

           DISPLAY "RETIRADO POR.........................: "
               WITH NO ADVANCING.
           ACCEPT RETIRADO-POR-PARM.
           IF   RETIRADO-POR-PARM EQUAL SPACES
                DISPLAY "INFORME QUEM LEVOU O ALBUM."
                GO TO REGISTRA-SAIDA-EXIT.
           DISPLAY "DDD / TELEFONE DE CONTATO............: "
               WITH NO ADVANCING.
           ACCEPT DDD-FONE-PARM.
           DISPLAY "                                       "
               WITH NO ADVANCING.
           ACCEPT FONE-PARM.
           DISPLAY "PRAZO DE DEVOLUCAO (AAAAMMDD)........: "
               WITH NO ADVANCING.
           ACCEPT DATA-LIMITE-PARM.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-LIMITE-PARM TO DATA-SERIAL-W.
           IF   DATA-LIMITE-PARM LESS DATA-HOJE-W
           OR   MES-SER-W LESS 1  OR  MES-SER-W GREATER 12
           OR   DIA-SER-W LESS 1  OR  DIA-SER-W GREATER 31
                DISPLAY "PRAZO INVALIDO."
                GO TO REGISTRA-SAIDA-EXIT.

           MOVE SPACES           TO REG-RCD105.
           MOVE ALBUM-PARM       TO ALBUM-RC105.
           COMPUTE SEQ-RC105 = ULTIMA-SEQ-W + 1.
           MOVE CONTRATO-ALBUM-W TO CONTRATO-RC105.
           MOVE PEDIDO-PARM      TO PEDIDO-RC105.
           MOVE VENDEDOR-PD100   TO VENDEDOR-RC105.
           MOVE DATA-HOJE-W      TO DATA-SAIDA-RC105.
           MOVE RETIRADO-POR-PARM TO RETIRADO-POR-RC105.
           MOVE DDD-FONE-PARM    TO DDD-FONE-RC105.
           MOVE FONE-PARM        TO FONE-RC105.
           MOVE DATA-LIMITE-PARM TO DATA-LIMITE-RC105.
           MOVE ZEROS            TO DATA-RETORNO-RC105 SITUACAO-RC105
                                    QTDE-ENVIADA-RC105 QTDE-FICOU-RC105
                                    QTDE-DEVOLVIDA-RC105.
           MOVE USUARIO-PARM     TO USUARIO-RC105.

           MOVE ZEROS TO FIM-LINHAS-W.
           MOVE ALBUM-PARM TO ALBUM-RECP.
           MOVE ZEROS      TO SEQ-RECP.
           START RCD100P KEY IS NOT LESS CHAVE-ALBUM-RECP
               INVALID KEY
                   MOVE 1 TO FIM-LINHAS-W
           END-START.
           PERFORM ENVIA-LINHA UNTIL FIM-LINHAS-TRUE.

           WRITE REG-RCD105
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO RCD105: " ST-RCD105
                   GO TO REGISTRA-SAIDA-EXIT
           END-WRITE.
           MOVE "SAIDA-CONDIC"     TO LOG3-OPERACAO.
           MOVE "SITUACAO-RC105"   TO CAMPO-LOG-W.
           MOVE SPACES             TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0 ATE "           TO ATUAL-LOG-W(1:6).
           MOVE DATA-LIMITE-RC105  TO ATUAL-LOG-W(7:8).
           MOVE QTDE-ENVIADA-RC105 TO QTDE-LOG-W.
           MOVE QTDE-LOG-W         TO ATUAL-LOG-W(16:6).
           PERFORM GRAVA-LOG-CONDICIONAL.

           MOVE PEDIDO-PARM TO SEQUENCIA-PD100.
           PERFORM RECALCULA-TOTAL-PEDIDO.
           DISPLAY "SAIDA " SEQ-RC105 " REGISTRADA: " QTDE-ENVIADA-RC105
                   " FOTO(S), DEVOLUCAO ATE " DATA-LIMITE-RC105 ".".

       REGISTRA-SAIDA-EXIT. EXIT.

       ENVIA-LINHA SECTION.
           READ RCD100P NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LINHAS-W
                   GO TO ENVIA-LINHA-EXIT.
           IF   ALBUM-RECP NOT EQUAL ALBUM-PARM
                MOVE 1 TO FIM-LINHAS-W
                GO TO ENVIA-LINHA-EXIT.
           IF   QTDE-PLANILHADA-RECP NOT GREATER QTDE-VENDIDA-RECP
                GO TO ENVIA-LINHA-EXIT.
           COMPUTE QTDE-ENVIADA-W = QTDE-PLANILHADA-RECP
                                  - QTDE-VENDIDA-RECP.

           MOVE SPACES            TO REG-RCD106.
           MOVE ALBUM-PARM        TO ALBUM-RC106.
           MOVE SEQ-RC105         TO SEQ-SAIDA-RC106.
           MOVE SEQ-RECP          TO SEQ-RECP-RC106.
           MOVE PRODUTO-RECP      TO PRODUTO-RC106.
           MOVE MODELO-RECP       TO MODELO-RC106.
           MOVE VLRUNI-RECP       TO VLRUNI-RC106.
           MOVE QTDE-ENVIADA-W    TO QTDE-ENVIADA-RC106.
           MOVE ZEROS             TO QTDE-FICOU-RC106
                                     QTDE-DEVOLVIDA-RC106
                                     QTDE-ESTOQUE-RC106
                                     QTDE-DESTRUIDA-RC106.
           PERFORM SOMA-ITEM-PEDIDO.
           MOVE ITEM-ACHADO-W     TO ITEM-PEDIDO-RC106.
           WRITE REG-RCD106
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO RCD106: " ST-RCD106
                   GO TO ENVIA-LINHA-EXIT
           END-WRITE.
           ADD QTDE-ENVIADA-W TO QTDE-ENVIADA-RC105.

       ENVIA-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOMA-ITEM-PEDIDO - a quantidade enviada entra no item do
      *    pedido do mesmo produto/modelo; sem item, abre um novo
      *    (proximo numero) pelo preco da linha do album.
      *----------------------------------------------------------------
       SOMA-ITEM-PEDIDO SECTION.
           PERFORM ACHA-ITEM-PEDIDO.
           IF   ITEM-ACHADO-W NOT EQUAL ZEROS
                MOVE PEDIDO-PARM   TO SEQUENCIA-PD101
                MOVE ITEM-ACHADO-W TO ITEM-PD101
                READ PDD101
                    INVALID KEY
                        MOVE ZEROS TO ITEM-ACHADO-W
                        GO TO SOMA-ITEM-PEDIDO-EXIT
                END-READ
                MOVE SPACES TO ANTERIOR-LOG-W
                MOVE QTDE-PD101 TO QTDE-LOG-W
                MOVE QTDE-LOG-W TO ANTERIOR-LOG-W(1:6)
                ADD QTDE-ENVIADA-W TO QTDE-PD101
                COMPUTE VLRTOTAL-PD101 = QTDE-PD101 * VLRUNI-PD101
                MOVE USUARIO-PARM TO USUARIO-PD101
                REWRITE REG-PDD101
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO PDD101: " ST-PDD101
                        MOVE ZEROS TO ITEM-ACHADO-W
                        GO TO SOMA-ITEM-PEDIDO-EXIT
                END-REWRITE
                MOVE "ALTERACAO" TO LOG3-OPERACAO
           ELSE
                MOVE SPACES         TO REG-PDD101
                MOVE PEDIDO-PARM    TO SEQUENCIA-PD101
                COMPUTE ITEM-PD101 = MAIOR-ITEM-W + 1
                MOVE PRODUTO-RECP   TO PRODUTO-PD101
                MOVE MODELO-RECP    TO MODELO-PD101
                MOVE QTDE-ENVIADA-W TO QTDE-PD101
                MOVE VLRUNI-RECP    TO VLRUNI-PD101
                COMPUTE VLRTOTAL-PD101 = QTDE-PD101 * VLRUNI-PD101
                MOVE USUARIO-PARM   TO USUARIO-PD101
                WRITE REG-PDD101
                    INVALID KEY
                        DISPLAY "ERRO GRAVACAO PDD101: " ST-PDD101
                        GO TO SOMA-ITEM-PEDIDO-EXIT
                END-WRITE
                MOVE ITEM-PD101 TO ITEM-ACHADO-W
                MOVE SPACES     TO ANTERIOR-LOG-W
                MOVE "INCLUSAO" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-ITEM.

       SOMA-ITEM-PEDIDO-EXIT. EXIT.

       ACHA-ITEM-PEDIDO SECTION.
           MOVE ZEROS TO ITEM-ACHADO-W MAIOR-ITEM-W FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD101.
           MOVE ZEROS       TO ITEM-PD101.
           START PDD101 KEY IS NOT LESS CHAVE-PD101
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-ITEM-PEDIDO UNTIL FIM-VARREDURA-TRUE.

       ACHA-ITEM-PEDIDO-EXIT. EXIT.

       LE-ITEM-PEDIDO SECTION.
           READ PDD101 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-ITEM-PEDIDO-EXIT.
           IF   SEQUENCIA-PD101 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-ITEM-PEDIDO-EXIT.
           MOVE ITEM-PD101 TO MAIOR-ITEM-W.
           IF   ITEM-ACHADO-W EQUAL ZEROS
           AND  PRODUTO-PD101 EQUAL PRODUTO-RECP
           AND  MODELO-PD101 EQUAL MODELO-RECP
                MOVE ITEM-PD101 TO ITEM-ACHADO-W.

       LE-ITEM-PEDIDO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-RETORNO - primeiro coleta o que ficou e o que vai
      *    para destruicao em cada linha; so grava depois da
      *    confirmacao do resumo.
      *----------------------------------------------------------------
       REGISTRA-RETORNO SECTION.
           DISPLAY "NUMERO DO ALBUM......................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-PARM.
           PERFORM LOCALIZA-SAIDA-ABERTA.
           IF   ACHOU-ABERTA-W EQUAL 0
                DISPLAY "ALBUM NAO ESTA EM CONDICIONAL."
                GO TO REGISTRA-RETORNO-EXIT.
           MOVE ALBUM-PARM   TO ALBUM-RC105.
           MOVE SEQ-ABERTA-W TO SEQ-RC105.
           READ RCD105
               INVALID KEY
                   DISPLAY "ERRO LEITURA RCD105: " ST-RCD105
                   GO TO REGISTRA-RETORNO-EXIT
           END-READ.
           DISPLAY "SAIDA " SEQ-RC105 " EM " DATA-SAIDA-RC105
                   " COM " RETIRADO-POR-RC105 " - PEDIDO "
                   PEDIDO-RC105.

           MOVE ZEROS TO QTDE-TAB-W TOT-FICOU-W TOT-DEVOLVIDA-W
                         TOT-ESTOQUE-W TOT-DESTRUIDA-W FIM-LINHAS-W.
           MOVE ALBUM-PARM   TO ALBUM-RC106.
           MOVE SEQ-ABERTA-W TO SEQ-SAIDA-RC106.
           MOVE ZEROS        TO SEQ-RECP-RC106.
           START RCD106 KEY IS NOT LESS CHAVE-RC106
               INVALID KEY
                   MOVE 1 TO FIM-LINHAS-W
           END-START.
           PERFORM COLETA-LINHA UNTIL FIM-LINHAS-TRUE.
           IF   QTDE-TAB-W EQUAL ZEROS
                DISPLAY "SAIDA SEM LINHAS NO RCD106."
                GO TO REGISTRA-RETORNO-EXIT.

           DISPLAY "FICOU: " TOT-FICOU-W "  DEVOLVIDAS: "
                   TOT-DEVOLVIDA-W " (ESTOQUE " TOT-ESTOQUE-W
                   " / DESTRUICAO " TOT-DESTRUIDA-W ")".
           DISPLAY "CONFIRMA O RETORNO (S/N).............: "
               WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF   RESPOSTA-W NOT EQUAL "S"
           AND  RESPOSTA-W NOT EQUAL "s"
                DISPLAY "RETORNO NAO GRAVADO."
                GO TO REGISTRA-RETORNO-EXIT.

           MOVE PEDIDO-RC105 TO PEDIDO-PARM SEQUENCIA-PD100.
           MOVE ZEROS TO ATUALIZA-PEDIDO-W.
           READ PDD100
               INVALID KEY
                   DISPLAY "PEDIDO " PEDIDO-PARM " NAO ENCONTRADO - "
                           "ITENS NAO ATUALIZADOS."
               NOT INVALID KEY
                   IF   SITUACAO-PD100 EQUAL 4
                   OR   SITUACAO-PD100 EQUAL 5
                        DISPLAY "PEDIDO " PEDIDO-PARM " JA EFETIVADO"
                                "/CANCELADO - ITENS NAO ATUALIZADOS."
                   ELSE
                        MOVE 1 TO ATUALIZA-PEDIDO-W
                   END-IF
           END-READ.

           PERFORM GRAVA-RETORNO-LINHA
                   VARYING IND-W FROM 1 BY 1
                   UNTIL IND-W GREATER QTDE-TAB-W.

           MOVE ALBUM-PARM   TO ALBUM-RC105.
           MOVE SEQ-ABERTA-W TO SEQ-RC105.
           READ RCD105
               INVALID KEY
                   DISPLAY "ERRO LEITURA RCD105: " ST-RCD105
                   GO TO REGISTRA-RETORNO-EXIT
           END-READ.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE 1               TO SITUACAO-RC105.
           MOVE DATA-HOJE-W     TO DATA-RETORNO-RC105.
           MOVE TOT-FICOU-W     TO QTDE-FICOU-RC105.
           MOVE TOT-DEVOLVIDA-W TO QTDE-DEVOLVIDA-RC105.
           MOVE USUARIO-PARM    TO USUARIO-RC105.
           REWRITE REG-RCD105
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD105: " ST-RCD105
                   GO TO REGISTRA-RETORNO-EXIT
           END-REWRITE.
           MOVE "RETORNO-CONDIC"   TO LOG3-OPERACAO.
           MOVE "SITUACAO-RC105"   TO CAMPO-LOG-W.
           MOVE SPACES             TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE "0"                TO ANTERIOR-LOG-W(1:1).
           MOVE "1 FICOU "         TO ATUAL-LOG-W(1:8).
           MOVE TOT-FICOU-W        TO QTDE-LOG-W.
           MOVE QTDE-LOG-W         TO ATUAL-LOG-W(9:6).
           MOVE " DEVOLV "         TO ATUAL-LOG-W(15:8).
           MOVE TOT-DEVOLVIDA-W    TO QTDE-LOG-W.
           MOVE QTDE-LOG-W         TO ATUAL-LOG-W(23:6).
           PERFORM GRAVA-LOG-CONDICIONAL.

           IF   ATUALIZA-PEDIDO-W EQUAL 1
                MOVE PEDIDO-PARM TO SEQUENCIA-PD100
                PERFORM RECALCULA-TOTAL-PEDIDO.
           DISPLAY "RETORNO REGISTRADO.".

       REGISTRA-RETORNO-EXIT. EXIT.

       COLETA-LINHA SECTION.
           READ RCD106 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LINHAS-W
                   GO TO COLETA-LINHA-EXIT.
           IF   ALBUM-RC106 NOT EQUAL ALBUM-PARM
           OR   SEQ-SAIDA-RC106 NOT EQUAL SEQ-ABERTA-W
           OR   QTDE-TAB-W NOT LESS 99
                MOVE 1 TO FIM-LINHAS-W
                GO TO COLETA-LINHA-EXIT.

           MOVE PRODUTO-RC106 TO PRODUTO-RC101.
           MOVE MODELO-RC106  TO MODELO-RC101.
           READ RCD101
               INVALID KEY
                   MOVE SPACES TO DESCRICAO-RC101
           END-READ.
           DISPLAY "LINHA " SEQ-RECP-RC106 " " PRODUTO-RC106 "/"
                   MODELO-RC106 " " DESCRICAO-RC101 " ENVIADAS: "
                   QTDE-ENVIADA-RC106.

       COLETA-LINHA-QTDE.
           DISPLAY "  QUANTIDADE QUE A FAMILIA FICOU.....: "
               WITH NO ADVANCING.
           ACCEPT QTDE-FICOU-PARM.
           IF   QTDE-FICOU-PARM GREATER QTDE-ENVIADA-RC106
                DISPLAY "  MAIOR QUE O ENVIADO."
                GO TO COLETA-LINHA-QTDE.
           COMPUTE DEVOLVIDA-W = QTDE-ENVIADA-RC106 - QTDE-FICOU-PARM.
           MOVE ZEROS TO QTDE-DESTRUIR-PARM.
           IF   DEVOLVIDA-W EQUAL ZEROS
                GO TO COLETA-LINHA-GUARDA.

       COLETA-LINHA-DESTINO.
           DISPLAY "  DAS " DEVOLVIDA-W " DEVOLVIDAS, PARA DESTRUICAO: "
               WITH NO ADVANCING.
           ACCEPT QTDE-DESTRUIR-PARM.
           IF   QTDE-DESTRUIR-PARM GREATER DEVOLVIDA-W
                DISPLAY "  MAIOR QUE O DEVOLVIDO."
                GO TO COLETA-LINHA-DESTINO.

       COLETA-LINHA-GUARDA.
           ADD 1 TO QTDE-TAB-W.
           MOVE SEQ-RECP-RC106     TO SEQ-RECP-TAB (QTDE-TAB-W).
           MOVE QTDE-FICOU-PARM    TO FICOU-TAB (QTDE-TAB-W).
           MOVE QTDE-DESTRUIR-PARM TO DESTRUIR-TAB (QTDE-TAB-W).
           ADD QTDE-FICOU-PARM    TO TOT-FICOU-W.
           ADD DEVOLVIDA-W        TO TOT-DEVOLVIDA-W.
           ADD QTDE-DESTRUIR-PARM TO TOT-DESTRUIDA-W.
           COMPUTE TOT-ESTOQUE-W = TOT-DEVOLVIDA-W - TOT-DESTRUIDA-W.

       COLETA-LINHA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-RETORNO-LINHA - a linha do RCD106, a venda no
      *    RCD100P (QTDE-VENDIDA-RECP/VLRTOTAL-RECP) e o item do
      *    pedido, que perde o que voltou (item zerado sai do pedido).
      *----------------------------------------------------------------
       GRAVA-RETORNO-LINHA SECTION.
           MOVE ALBUM-PARM           TO ALBUM-RC106.
           MOVE SEQ-ABERTA-W         TO SEQ-SAIDA-RC106.
           MOVE SEQ-RECP-TAB (IND-W) TO SEQ-RECP-RC106.
           READ RCD106
               INVALID KEY
                   DISPLAY "ERRO LEITURA RCD106: " ST-RCD106
                   GO TO GRAVA-RETORNO-LINHA-EXIT
           END-READ.
           MOVE FICOU-TAB (IND-W)    TO QTDE-FICOU-RC106.
           COMPUTE QTDE-DEVOLVIDA-RC106 = QTDE-ENVIADA-RC106
                                        - QTDE-FICOU-RC106.
           MOVE DESTRUIR-TAB (IND-W) TO QTDE-DESTRUIDA-RC106.
           COMPUTE QTDE-ESTOQUE-RC106 = QTDE-DEVOLVIDA-RC106
                                      - QTDE-DESTRUIDA-RC106.
           REWRITE REG-RCD106
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD106: " ST-RCD106
                   GO TO GRAVA-RETORNO-LINHA-EXIT
           END-REWRITE.

           IF   QTDE-FICOU-RC106 GREATER ZEROS
                MOVE ALBUM-PARM     TO ALBUM-RECP
                MOVE SEQ-RECP-RC106 TO SEQ-RECP
                READ RCD100P
                    INVALID KEY
                        DISPLAY "LINHA " SEQ-RECP " NAO ENCONTRADA NO "
                                "RCD100P."
                    NOT INVALID KEY
                        PERFORM SOMA-VENDA-ALBUM
                END-READ.

           IF   ATUALIZA-PEDIDO-W EQUAL 1
           AND  ITEM-PEDIDO-RC106 NOT EQUAL ZEROS
           AND  QTDE-DEVOLVIDA-RC106 GREATER ZEROS
                PERFORM BAIXA-ITEM-PEDIDO.

       GRAVA-RETORNO-LINHA-EXIT. EXIT.

       SOMA-VENDA-ALBUM SECTION.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE QTDE-VENDIDA-RECP TO QTDE-LOG-W.
           MOVE QTDE-LOG-W        TO ANTERIOR-LOG-W(1:6).
           ADD QTDE-FICOU-RC106 TO QTDE-VENDIDA-RECP.
           COMPUTE VLRTOTAL-RECP = QTDE-VENDIDA-RECP * VLRUNI-RECP.
           REWRITE REG-RCD100P
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO RCD100P: " ST-RCD100P
                   GO TO SOMA-VENDA-ALBUM-EXIT
           END-REWRITE.
           MOVE QTDE-VENDIDA-RECP   TO QTDE-LOG-W.
           MOVE QTDE-LOG-W          TO ATUAL-LOG-W(1:6).
           MOVE "ALTERACAO"         TO LOG3-OPERACAO.
           MOVE "QTDE-VENDIDA-RECP" TO CAMPO-LOG-W.
           MOVE "RCD100P"           TO LOG3-ARQUIVO.
           MOVE SPACES              TO LOG3-CHAVE-REG.
           MOVE CHAVE-ALBUM-RECP    TO LOG3-CHAVE-REG(1:11).
           PERFORM GRAVA-LOG-COMUM.

       SOMA-VENDA-ALBUM-EXIT. EXIT.

       BAIXA-ITEM-PEDIDO SECTION.
           MOVE PEDIDO-PARM       TO SEQUENCIA-PD101.
           MOVE ITEM-PEDIDO-RC106 TO ITEM-PD101.
           READ PDD101
               INVALID KEY
                   GO TO BAIXA-ITEM-PEDIDO-EXIT
           END-READ.
           MOVE SPACES TO ANTERIOR-LOG-W.
           MOVE QTDE-PD101 TO QTDE-LOG-W.
           MOVE QTDE-LOG-W TO ANTERIOR-LOG-W(1:6).
           IF   QTDE-PD101 GREATER QTDE-DEVOLVIDA-RC106
                SUBTRACT QTDE-DEVOLVIDA-RC106 FROM QTDE-PD101
                COMPUTE VLRTOTAL-PD101 = QTDE-PD101 * VLRUNI-PD101
                MOVE USUARIO-PARM TO USUARIO-PD101
                REWRITE REG-PDD101
                    INVALID KEY
                        DISPLAY "ERRO REGRAVACAO PDD101: " ST-PDD101
                        GO TO BAIXA-ITEM-PEDIDO-EXIT
                END-REWRITE
                MOVE "ALTERACAO" TO LOG3-OPERACAO
           ELSE
                DELETE PDD101
                    INVALID KEY
                        DISPLAY "ERRO EXCLUSAO PDD101: " ST-PDD101
                        GO TO BAIXA-ITEM-PEDIDO-EXIT
                END-DELETE
                MOVE ZEROS      TO VLRTOTAL-PD101
                MOVE "EXCLUSAO" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-ITEM.

       BAIXA-ITEM-PEDIDO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONFERE-ALBUM - linhas do album no RCD100P, o que ainda
      *    pode sair (planilhado menos vendido) e o contrato dono.
      *----------------------------------------------------------------
       CONFERE-ALBUM SECTION.
           MOVE ZEROS TO QTDE-LINHAS-ALBUM-W QTDE-A-ENVIAR-W
                         CONTRATO-ALBUM-W FIM-LINHAS-W.
           MOVE ALBUM-PARM TO ALBUM-RECP.
           MOVE ZEROS      TO SEQ-RECP.
           START RCD100P KEY IS NOT LESS CHAVE-ALBUM-RECP
               INVALID KEY
                   MOVE 1 TO FIM-LINHAS-W
           END-START.
           PERFORM CONFERE-LINHA-ALBUM UNTIL FIM-LINHAS-TRUE.

       CONFERE-ALBUM-EXIT. EXIT.

       CONFERE-LINHA-ALBUM SECTION.
           READ RCD100P NEXT RECORD
               AT END
                   MOVE 1 TO FIM-LINHAS-W
                   GO TO CONFERE-LINHA-ALBUM-EXIT.
           IF   ALBUM-RECP NOT EQUAL ALBUM-PARM
                MOVE 1 TO FIM-LINHAS-W
                GO TO CONFERE-LINHA-ALBUM-EXIT.
           ADD 1 TO QTDE-LINHAS-ALBUM-W.
           IF   CONTRATO-RECP NUMERIC
                MOVE CONTRATO-RECP TO CONTRATO-ALBUM-W.
           IF   QTDE-PLANILHADA-RECP GREATER QTDE-VENDIDA-RECP
                COMPUTE QTDE-A-ENVIAR-W = QTDE-A-ENVIAR-W
                      + QTDE-PLANILHADA-RECP - QTDE-VENDIDA-RECP.

       CONFERE-LINHA-ALBUM-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-SAIDA-ABERTA - percorre as saidas do album: a
      *    ultima sequencia usada e a que ainda esta em condicional.
      *----------------------------------------------------------------
       LOCALIZA-SAIDA-ABERTA SECTION.
           MOVE ZEROS TO ACHOU-ABERTA-W SEQ-ABERTA-W ULTIMA-SEQ-W
                         FIM-VARREDURA-W.
           MOVE ALBUM-PARM TO ALBUM-RC105.
           MOVE ZEROS      TO SEQ-RC105.
           START RCD105 KEY IS NOT LESS CHAVE-RC105
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LE-SAIDA-ALBUM UNTIL FIM-VARREDURA-TRUE.

       LOCALIZA-SAIDA-ABERTA-EXIT. EXIT.

       LE-SAIDA-ALBUM SECTION.
           READ RCD105 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LE-SAIDA-ALBUM-EXIT.
           IF   ALBUM-RC105 NOT EQUAL ALBUM-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LE-SAIDA-ALBUM-EXIT.
           MOVE SEQ-RC105 TO ULTIMA-SEQ-W.
           IF   SITUACAO-RC105 EQUAL 0
                MOVE 1         TO ACHOU-ABERTA-W
                MOVE SEQ-RC105 TO SEQ-ABERTA-W.

       LE-SAIDA-ALBUM-EXIT. EXIT.

       CONSULTA-ALBUM SECTION.
           DISPLAY "NUMERO DO ALBUM......................: "
               WITH NO ADVANCING.
           ACCEPT ALBUM-PARM.
           MOVE ZEROS TO FIM-VARREDURA-W ULTIMA-SEQ-W.
           MOVE ALBUM-PARM TO ALBUM-RC105.
           MOVE ZEROS      TO SEQ-RC105.
           START RCD105 KEY IS NOT LESS CHAVE-RC105
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM MOSTRA-SAIDA UNTIL FIM-VARREDURA-TRUE.
           IF   ULTIMA-SEQ-W EQUAL ZEROS
                DISPLAY "ALBUM NUNCA SAIU EM CONDICIONAL.".

       CONSULTA-ALBUM-EXIT. EXIT.

       MOSTRA-SAIDA SECTION.
           READ RCD105 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO MOSTRA-SAIDA-EXIT.
           IF   ALBUM-RC105 NOT EQUAL ALBUM-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO MOSTRA-SAIDA-EXIT.
           MOVE SEQ-RC105 TO ULTIMA-SEQ-W.
           DISPLAY "SAIDA " SEQ-RC105 " EM " DATA-SAIDA-RC105
                   " PEDIDO " PEDIDO-RC105 " " RETIRADO-POR-RC105.
           IF   SITUACAO-RC105 EQUAL 0
                DISPLAY "  EM CONDICIONAL - DEVOLUCAO ATE "
                        DATA-LIMITE-RC105 " (" QTDE-ENVIADA-RC105
                        " FOTOS)"
           ELSE
                DISPLAY "  DEVOLVIDO EM " DATA-RETORNO-RC105
                        " - ENVIADAS " QTDE-ENVIADA-RC105 " FICOU "
                        QTDE-FICOU-RC105 " DEVOLVIDAS "
                        QTDE-DEVOLVIDA-RC105.

       MOSTRA-SAIDA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RELATORIO-VENCIDOS - lista do dia para a equipe de vendas:
      *    todo album ainda fora com o prazo vencido ou vencendo hoje,
      *    com os dias de atraso (CALCULA-SERIAL, como no RCP108).
      *----------------------------------------------------------------
       RELATORIO-VENCIDOS SECTION.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W TO DATA-SERIAL-W.
           PERFORM CALCULA-SERIAL.
           MOVE SERIAL-W TO SERIAL-HOJE-W.
           MOVE DIA-SER-W TO DIA-DMA-W.
           MOVE MES-SER-W TO MES-DMA-W.
           MOVE ANO-SER-W TO ANO-DMA-W.
           MOVE DATA-DMA-R TO DATA-CAB-REL.

           MOVE ZEROS TO PAG-W LIN FIM-VARREDURA-W QTDE-VENCIDOS-W.
           MOVE ZEROS TO ALBUM-RC105 SEQ-RC105.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           START RCD105 KEY IS NOT LESS CHAVE-RC105
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LISTA-VENCIDO UNTIL FIM-VARREDURA-TRUE.
           MOVE QTDE-VENCIDOS-W TO QTDE-TOT.
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           WRITE REG-RELAT FROM LINTOT.
           CLOSE RELAT.
           DISPLAY "RELATORIO IMPRESSO: " QTDE-VENCIDOS-W
                   " CONDICIONAL(IS) VENCIDO(S).".

       RELATORIO-VENCIDOS-EXIT. EXIT.

       LISTA-VENCIDO SECTION.
           READ RCD105 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-VENCIDO-EXIT.
           IF   SITUACAO-RC105 NOT EQUAL 0
           OR   DATA-LIMITE-RC105 GREATER DATA-HOJE-W
                GO TO LISTA-VENCIDO-EXIT.

           MOVE DATA-LIMITE-RC105 TO DATA-SERIAL-W.
           PERFORM CALCULA-SERIAL.
           COMPUTE DIAS-ATRASO-W = SERIAL-HOJE-W - SERIAL-W.
           IF   DIAS-ATRASO-W LESS ZEROS
                MOVE ZEROS TO DIAS-ATRASO-W.

           MOVE ALBUM-RC105        TO ALBUM-REL.
           MOVE SEQ-RC105          TO SEQ-REL.
           MOVE PEDIDO-RC105       TO PEDIDO-REL.
           MOVE VENDEDOR-RC105     TO VENDEDOR-REL.
           MOVE RETIRADO-POR-RC105 TO RETIRADO-REL.
           MOVE DDD-FONE-RC105     TO DDD-REL.
           MOVE FONE-RC105         TO FONE-REL.
           MOVE DIA-SER-W          TO DIA-DMA-W.
           MOVE MES-SER-W          TO MES-DMA-W.
           MOVE ANO-SER-W          TO ANO-DMA-W.
           MOVE DATA-DMA-R         TO LIMITE-REL.
           MOVE DIAS-ATRASO-W      TO DIAS-REL.
           IF   DIAS-ATRASO-W EQUAL ZEROS
                MOVE "HOJE"        TO OBS-REL
           ELSE
                MOVE SPACES        TO OBS-REL.
           IF   LIN GREATER 56
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET.
           ADD 1 TO LIN.
           ADD 1 TO QTDE-VENCIDOS-W.

       LISTA-VENCIDO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-SERIAL - dias corridos da data, em aritmetica pura
      *    (sem FUNCTION), no molde do COP060.
      *----------------------------------------------------------------
       CALCULA-SERIAL SECTION.
           COMPUTE ANO-CALC-W = ANO-SER-W - 1.
           COMPUTE SERIAL-W = ANO-SER-W * 365
                 + (ANO-CALC-W / 4) - (ANO-CALC-W / 100)
                 + (ANO-CALC-W / 400).
           EVALUATE MES-SER-W
               WHEN 1  MOVE 0   TO OFFSET-MES-W
               WHEN 2  MOVE 31  TO OFFSET-MES-W
               WHEN 3  MOVE 59  TO OFFSET-MES-W
               WHEN 4  MOVE 90  TO OFFSET-MES-W
               WHEN 5  MOVE 120 TO OFFSET-MES-W
               WHEN 6  MOVE 151 TO OFFSET-MES-W
               WHEN 7  MOVE 181 TO OFFSET-MES-W
               WHEN 8  MOVE 212 TO OFFSET-MES-W
               WHEN 9  MOVE 243 TO OFFSET-MES-W
               WHEN 10 MOVE 273 TO OFFSET-MES-W
               WHEN 11 MOVE 304 TO OFFSET-MES-W
               WHEN 12 MOVE 334 TO OFFSET-MES-W
           END-EVALUATE.
           ADD OFFSET-MES-W TO SERIAL-W.
           IF   MES-SER-W GREATER 2
                DIVIDE ANO-SER-W BY 4 GIVING ANO-CALC-W
                       REMAINDER OFFSET-MES-W
                IF   OFFSET-MES-W EQUAL ZEROS
                     DIVIDE ANO-SER-W BY 100 GIVING ANO-CALC-W
                            REMAINDER OFFSET-MES-W
                     IF   OFFSET-MES-W NOT EQUAL ZEROS
                          ADD 1 TO SERIAL-W
                     ELSE
                          DIVIDE ANO-SER-W BY 400 GIVING ANO-CALC-W
                                 REMAINDER OFFSET-MES-W
                          IF   OFFSET-MES-W EQUAL ZEROS
                               ADD 1 TO SERIAL-W
                          END-IF
                     END-IF
                END-IF
           END-IF.
           ADD DIA-SER-W TO SERIAL-W.

       CALCULA-SERIAL-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RECALCULA-TOTAL-PEDIDO - TOTPAGAR-PD100 refeito pela soma
      *    das linhas do pedido, como no PDP103.
      *----------------------------------------------------------------
       RECALCULA-TOTAL-PEDIDO SECTION.
           MOVE ZEROS TO TOTAL-LINHAS-W FIM-VARREDURA-W.
           MOVE PEDIDO-PARM TO SEQUENCIA-PD101.
           MOVE ZEROS       TO ITEM-PD101.
           START PDD101 KEY IS NOT LESS CHAVE-PD101
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM SOMA-LINHA UNTIL FIM-VARREDURA-TRUE.

           MOVE PEDIDO-PARM TO SEQUENCIA-PD100.
           READ PDD100
               INVALID KEY
                   GO TO RECALCULA-TOTAL-PEDIDO-EXIT
           END-READ.
           MOVE SPACES TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE TOTPAGAR-PD100 TO VALOR-LOG-W.
           MOVE VALOR-LOG-W    TO ANTERIOR-LOG-W(1:13).
           MOVE TOTAL-LINHAS-W TO TOTPAGAR-PD100.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W    TO DTATUALIZADO-PD100.
           REWRITE REG-PDD100
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO PDD100: " ST-PDD100
                   GO TO RECALCULA-TOTAL-PEDIDO-EXIT
           END-REWRITE.
           MOVE "ALTERACAO"       TO LOG3-OPERACAO.
           MOVE "TOTPAGAR-PD100"  TO CAMPO-LOG-W.
           MOVE TOTPAGAR-PD100    TO VALOR-LOG-W.
           MOVE VALOR-LOG-W       TO ATUAL-LOG-W(1:13).
           MOVE "PDD100"          TO LOG3-ARQUIVO.
           MOVE SPACES            TO LOG3-CHAVE-REG.
           MOVE SEQUENCIA-PD100   TO LOG3-CHAVE-REG(1:6).
           PERFORM GRAVA-LOG-COMUM.

       RECALCULA-TOTAL-PEDIDO-EXIT. EXIT.

       SOMA-LINHA SECTION.
           READ PDD101 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO SOMA-LINHA-EXIT.
           IF   SEQUENCIA-PD101 NOT EQUAL PEDIDO-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO SOMA-LINHA-EXIT.
           ADD VLRTOTAL-PD101 TO TOTAL-LINHAS-W.

       SOMA-LINHA-EXIT. EXIT.

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
      *    GRAVA-LOG-CONDICIONAL / GRAVA-LOG-ITEM / GRAVA-LOG-COMUM -
      *    trilha em LOG003 nos moldes do PDP103.
      *----------------------------------------------------------------
       GRAVA-LOG-CONDICIONAL SECTION.
           MOVE "RCD105"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE CHAVE-RC105        TO LOG3-CHAVE-REG(1:10).
           PERFORM GRAVA-LOG-COMUM.

       GRAVA-LOG-ITEM SECTION.
           MOVE "QTDE-PD101"       TO CAMPO-LOG-W.
           MOVE SPACES             TO ATUAL-LOG-W.
           MOVE QTDE-PD101         TO QTDE-LOG-W.
           MOVE QTDE-LOG-W         TO ATUAL-LOG-W(1:6).
           MOVE VLRTOTAL-PD101     TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO ATUAL-LOG-W(8:13).
           MOVE "PDD101"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE SEQUENCIA-PD101    TO LOG3-CHAVE-REG(1:6).
           MOVE ITEM-PD101         TO LOG3-CHAVE-REG(7:3).
           PERFORM GRAVA-LOG-COMUM.

       GRAVA-LOG-COMUM SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-COMUM-EXIT. EXIT.

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
           CLOSE RCD100P RCD101 RCD105 RCD106 PDD100 PDD101 LOG003.

       END PROGRAM RCP109.
