       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDP112.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: METAS MENSAIS DE VENDAS POR VENDEDOR (PDD107): VALOR
      *        EFETIVADO, NUMERO DE PEDIDOS EFETIVADOS E NUMERO DE
      *        TURMAS NOVAS, COM TRILHA EM LOG003. O RELATORIO COMPARA
      *        A META COM O REALIZADO NO MES E NO ACUMULADO DO ANO ATE
      *        O MES: PEDIDOS EFETIVADOS DO PDD100 CADASTRADOS NO MES
      *        (CRITERIO DO PDP105) MENOS OS DE CONTRATO CANCELADO NO
      *        COD047, E PROSPECTS GANHOS NO COD074 (VER COP094). A
      *        APURACAO E DO PDP112V, A MESMA USADA PELO PDP105 NAS
      *        FAIXAS DE COMISSAO POR ATINGIMENTO (CCD118 - VER CCP120).
      *        O PDP108 MOSTRA O FUNIL; ESTE MOSTRA O QUANTO FALTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY PDPX107.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY PDPW107.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(90).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-PDD107             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  FIM-VARREDURA-W       PIC 9        VALUE ZEROS.
              88  FIM-VARREDURA-TRUE    VALUE 1.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
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
           05  VENDEDOR-PARM         PIC 9(6)     VALUE ZEROS.
           05  MESANO-PARM           PIC 9(6)     VALUE ZEROS.
           05  FILLER REDEFINES MESANO-PARM.
               10  ANO-PARM          PIC 9(4).
               10  MES-PARM          PIC 9(2).
           05  ANO-CONSULTA-PARM     PIC 9(4)     VALUE ZEROS.
           05  MES-CONTA-W           PIC 9(2)     VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  QTDE-VEND-W           PIC 9(3)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           COPY "PARAMETR".

       01  ACUMULADOS-ANO.
           05  META-VALOR-ANO-W      PIC 9(9)V99  VALUE ZEROS.
           05  META-PEDIDOS-ANO-W    PIC 9(5)     VALUE ZEROS.
           05  META-TURMAS-ANO-W     PIC 9(4)     VALUE ZEROS.
           05  REALIZADO-ANO-W       PIC 9(9)V99  VALUE ZEROS.
           05  CANCELADO-ANO-W       PIC 9(9)V99  VALUE ZEROS.
           05  PEDIDOS-ANO-W         PIC 9(5)     VALUE ZEROS.
           05  TURMAS-ANO-W          PIC 9(4)     VALUE ZEROS.

       01  TOTAIS-GERAIS.
           05  META-MES-TOT-W        PIC 9(10)V99 VALUE ZEROS.
           05  REAL-MES-TOT-W        PIC 9(10)V99 VALUE ZEROS.
           05  CANC-MES-TOT-W        PIC 9(10)V99 VALUE ZEROS.
           05  META-ANO-TOT-W        PIC 9(10)V99 VALUE ZEROS.
           05  REAL-ANO-TOT-W        PIC 9(10)V99 VALUE ZEROS.
           05  CANC-ANO-TOT-W        PIC 9(10)V99 VALUE ZEROS.

       01  TAB-VENDEDOR.
           05  VEND-OCR OCCURS 200 TIMES INDEXED BY VEN-IDX.
               10  VENDEDOR-TAB      PIC 9(6).

       01  PARAMETROS-GRDUSU.
      *    validacao de usuario/senha/autorizacao (USD001/USD002 -
      *    ver GRDUSU): "99" = cadastro nao implantado, segue liberado
           05  USUARIO-USU           PIC X(5)     VALUE SPACES.
           05  SENHA-USU             PIC X(8)     VALUE SPACES.
           05  PROGRAMA-USU          PIC X(8)     VALUE SPACES.
           05  GRDUSU-RETORNO        PIC X(2)     VALUE SPACES.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-PDP112V.
      *    meta x realizado de um vendedor no mes (ver PDP112V)
           05  VENDEDOR-ATG          PIC 9(6)     VALUE ZEROS.
           05  MESANO-ATG            PIC 9(6)     VALUE ZEROS.
           05  PDP112V-RETORNO       PIC X(2)     VALUE SPACES.
           05  META-VALOR-ATG        PIC 9(8)V99  VALUE ZEROS.
           05  META-PEDIDOS-ATG      PIC 9(5)     VALUE ZEROS.
           05  META-TURMAS-ATG       PIC 9(3)     VALUE ZEROS.
           05  VALOR-EFETIVADO-ATG   PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-CANCELADO-ATG   PIC 9(9)V99  VALUE ZEROS.
           05  VALOR-REALIZADO-ATG   PIC 9(9)V99  VALUE ZEROS.
           05  QTDE-PEDIDOS-ATG      PIC 9(5)     VALUE ZEROS.
           05  QTDE-CANCELADOS-ATG   PIC 9(5)     VALUE ZEROS.
           05  QTDE-TURMAS-ATG       PIC 9(3)     VALUE ZEROS.
           05  PERC-ATINGIDO-ATG     PIC 9(4)V99  VALUE ZEROS.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(38)   VALUE
               "METAS DE VENDAS X REALIZADO - MES ".
           05  MES-CAB               PIC 99      VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  ANO-CAB               PIC 9(4)    VALUE ZEROS.
           05  FILLER                PIC X(30)   VALUE
               "  (ANO = JANEIRO ATE O MES)".
       01  CAB03.
           05  FILLER                PIC X(90)   VALUE ALL "=".
       01  CAB04.
           05  FILLER                PIC X(13)   VALUE "VENDEDOR PER.".
           05  FILLER                PIC X(14)   VALUE
               "    META VALOR".
           05  FILLER                PIC X(15)   VALUE
               "      REALIZADO".
           05  FILLER                PIC X(14)   VALUE
               "     CANCELADO".
           05  FILLER                PIC X(8)    VALUE "  ATING%".
           05  FILLER                PIC X(13)   VALUE
               "  PEDIDOS M/R".
           05  FILLER                PIC X(9)    VALUE " TURM M/R".

       01  LINDET.
           05  VENDEDOR-REL          PIC Z(6)    VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  PERIODO-REL           PIC X(4)    VALUE SPACES.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  META-REL              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  REALIZADO-REL         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  CANCELADO-REL         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE SPACES.
           05  ATING-REL             PIC ZZZ9,99 VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  META-PED-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  REAL-PED-REL          PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(2)    VALUE SPACES.
           05  META-TUR-REL          PIC ZZZ9    VALUE ZEROS.
           05  FILLER                PIC X(1)    VALUE "/".
           05  REAL-TUR-REL          PIC ZZZ9    VALUE ZEROS.

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
           MOVE "PDD107" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PDD107.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O PDD107.
           IF   ST-PDD107 EQUAL "35"
                OPEN OUTPUT PDD107
                CLOSE PDD107
                OPEN I-O PDD107.
           IF   ST-PDD107 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA PDD107: " ST-PDD107
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
           MOVE "PDP112" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "METAS DE VENDAS POR VENDEDOR (PDD107)".
           DISPLAY "I-INCLUI A-ALTERA E-EXCLUI C-CONSULTA R-RELATORIO "
                   "F-FIM: "
               WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "I"  WHEN "i"  PERFORM INCLUI-META
               WHEN "A"  WHEN "a"  PERFORM ALTERA-META
               WHEN "E"  WHEN "e"  PERFORM EXCLUI-META
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-METAS
               WHEN "R"  WHEN "r"  PERFORM RELATORIO-ATINGIMENTO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

       INCLUI-META SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO INCLUI-META-EXIT.
           PERFORM MONTA-CHAVE.
           READ PDD107
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "META JA CADASTRADA - USE A-ALTERA."
                   GO TO INCLUI-META-EXIT
           END-READ.

           INITIALIZE REG-PDD107.
           PERFORM MONTA-CHAVE.
           PERFORM SOLICITA-VALORES.
           WRITE REG-PDD107
               INVALID KEY
                   DISPLAY "ERRO DE GRAVACAO PDD107: " ST-PDD107
               NOT INVALID KEY
                   MOVE "INCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO VALOR-ANTES-W
                   PERFORM GRAVA-LOG-META
                   DISPLAY "META INCLUIDA."
           END-WRITE.

       INCLUI-META-EXIT. EXIT.

       ALTERA-META SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO ALTERA-META-EXIT.
           PERFORM MONTA-CHAVE.
           READ PDD107
               INVALID KEY
                   DISPLAY "META NAO CADASTRADA."
                   GO TO ALTERA-META-EXIT
           END-READ.

           PERFORM EXIBE-META.
           MOVE META-VALOR-PD107 TO VALOR-ANTES-W.
           PERFORM SOLICITA-VALORES.
           REWRITE REG-PDD107
               INVALID KEY
                   DISPLAY "ERRO DE REGRAVACAO PDD107: " ST-PDD107
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-META
                   DISPLAY "META ALTERADA."
           END-REWRITE.

       ALTERA-META-EXIT. EXIT.

       EXCLUI-META SECTION.
           PERFORM SOLICITA-CHAVE.
           IF   ERRO-W NOT EQUAL 0
                MOVE ZEROS TO ERRO-W
                GO TO EXCLUI-META-EXIT.
           PERFORM MONTA-CHAVE.
           READ PDD107
               INVALID KEY
                   DISPLAY "META NAO CADASTRADA."
                   GO TO EXCLUI-META-EXIT
           END-READ.

           PERFORM EXIBE-META.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)............: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND NOT EQUAL "s"
                GO TO EXCLUI-META-EXIT.

           MOVE META-VALOR-PD107 TO VALOR-ANTES-W.
           DELETE PDD107
               INVALID KEY
                   DISPLAY "ERRO DE EXCLUSAO PDD107: " ST-PDD107
               NOT INVALID KEY
                   MOVE "EXCLUSAO"  TO LOG3-OPERACAO
                   MOVE ZEROS       TO META-VALOR-PD107
                   PERFORM GRAVA-LOG-META
                   DISPLAY "META EXCLUIDA."
           END-DELETE.

       EXCLUI-META-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-METAS - as metas de um vendedor no ano, mes a mes.
      *----------------------------------------------------------------
       CONSULTA-METAS SECTION.
           DISPLAY "VENDEDOR.............................: "
               WITH NO ADVANCING.
           ACCEPT VENDEDOR-PARM.
           DISPLAY "ANO (AAAA)...........................: "
               WITH NO ADVANCING.
           ACCEPT ANO-CONSULTA-PARM.
           MOVE ZEROS TO FIM-VARREDURA-W.
           MOVE VENDEDOR-PARM     TO VENDEDOR-PD107.
           MOVE ANO-CONSULTA-PARM TO MESANO-PD107(1:4).
           MOVE "00"              TO MESANO-PD107(5:2).
           START PDD107 KEY IS NOT LESS CHAVE-PD107
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM LISTA-META UNTIL FIM-VARREDURA-TRUE.

       CONSULTA-METAS-EXIT. EXIT.

       LISTA-META SECTION.
           READ PDD107 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO LISTA-META-EXIT.
           IF   VENDEDOR-PD107 NOT EQUAL VENDEDOR-PARM
           OR   MESANO-PD107(1:4) NOT EQUAL ANO-CONSULTA-PARM
                MOVE 1 TO FIM-VARREDURA-W
                GO TO LISTA-META-EXIT.
           PERFORM EXIBE-META.

       LISTA-META-EXIT. EXIT.

       EXIBE-META SECTION.
           MOVE META-VALOR-PD107 TO VALOR-LOG-W.
           DISPLAY "MES " MESANO-PD107 " VALOR " VALOR-LOG-W
                   " PEDIDOS " META-PEDIDOS-PD107
                   " TURMAS " META-TURMAS-PD107.

       EXIBE-META-EXIT. EXIT.

       SOLICITA-CHAVE SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "VENDEDOR.............................: "
               WITH NO ADVANCING.
           ACCEPT VENDEDOR-PARM.
           DISPLAY "MES DA META (AAAAMM).................: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   VENDEDOR-PARM EQUAL ZEROS
           OR   MES-PARM LESS 1 OR MES-PARM GREATER 12
           OR   ANO-PARM LESS 2000
                DISPLAY "VENDEDOR OU MES INVALIDO."
                MOVE 1 TO ERRO-W.

       SOLICITA-CHAVE-EXIT. EXIT.

       MONTA-CHAVE SECTION.
           MOVE VENDEDOR-PARM TO VENDEDOR-PD107.
           MOVE MESANO-PARM   TO MESANO-PD107.

       MONTA-CHAVE-EXIT. EXIT.

       SOLICITA-VALORES SECTION.
           DISPLAY "META DE VALOR EFETIVADO (2 DEC)......: "
               WITH NO ADVANCING.
           ACCEPT META-VALOR-PD107.
           DISPLAY "META DE PEDIDOS EFETIVADOS...........: "
               WITH NO ADVANCING.
           ACCEPT META-PEDIDOS-PD107.
           DISPLAY "META DE TURMAS NOVAS.................: "
               WITH NO ADVANCING.
           ACCEPT META-TURMAS-PD107.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W  TO DATA-ATUALIZ-PD107.
           MOVE USUARIO-PARM TO USUARIO-PD107.

       SOLICITA-VALORES-EXIT. EXIT.

      *----------------------------------------------------------------
      *    RELATORIO-ATINGIMENTO - vendedores com meta no ano ate o
      *    mes informado; para cada um, uma linha do mes e uma do
      *    acumulado de janeiro ate o mes, todas apuradas pelo
      *    PDP112V mes a mes.
      *----------------------------------------------------------------
       RELATORIO-ATINGIMENTO SECTION.
           DISPLAY "MES DO RELATORIO (AAAAMM)............: "
               WITH NO ADVANCING.
           ACCEPT MESANO-PARM.
           IF   MES-PARM LESS 1 OR MES-PARM GREATER 12
                DISPLAY "MES INVALIDO."
                GO TO RELATORIO-ATINGIMENTO-EXIT.

           MOVE ZEROS TO QTDE-VEND-W FIM-VARREDURA-W.
           MOVE ZEROS TO CHAVE-PD107.
           START PDD107 KEY IS NOT LESS CHAVE-PD107
               INVALID KEY
                   MOVE 1 TO FIM-VARREDURA-W
           END-START.
           PERFORM SELECIONA-VENDEDOR UNTIL FIM-VARREDURA-TRUE.
           IF   QTDE-VEND-W EQUAL ZEROS
                DISPLAY "NENHUMA META CADASTRADA NO ANO."
                GO TO RELATORIO-ATINGIMENTO-EXIT.

           INITIALIZE TOTAIS-GERAIS.
           MOVE ZEROS TO PAG-W.
           MOVE MES-PARM TO MES-CAB.
           MOVE ANO-PARM TO ANO-CAB.
           OPEN OUTPUT RELAT.
           PERFORM CABECALHO.
           SET VEN-IDX TO 1.
           PERFORM IMPRIME-VENDEDOR UNTIL VEN-IDX GREATER QTDE-VEND-W.
           PERFORM IMPRIME-TOTAL-GERAL.
           CLOSE RELAT.
           DISPLAY "RELATORIO EMITIDO: " QTDE-VEND-W " VENDEDOR(ES).".

       RELATORIO-ATINGIMENTO-EXIT. EXIT.

       SELECIONA-VENDEDOR SECTION.
           READ PDD107 NEXT RECORD
               AT END
                   MOVE 1 TO FIM-VARREDURA-W
                   GO TO SELECIONA-VENDEDOR-EXIT.
           IF   MESANO-PD107(1:4) NOT EQUAL ANO-PARM
           OR   MESANO-PD107 GREATER MESANO-PARM
                GO TO SELECIONA-VENDEDOR-EXIT.
           SET VEN-IDX TO 1.
           SEARCH VEND-OCR
               AT END
                   DISPLAY "AVISO: LIMITE DE 200 VENDEDORES"
               WHEN VEN-IDX GREATER QTDE-VEND-W
                   ADD 1 TO QTDE-VEND-W
                   MOVE VENDEDOR-PD107 TO VENDEDOR-TAB (VEN-IDX)
               WHEN VENDEDOR-TAB (VEN-IDX) EQUAL VENDEDOR-PD107
                   CONTINUE
           END-SEARCH.

       SELECIONA-VENDEDOR-EXIT. EXIT.

       IMPRIME-VENDEDOR SECTION.
           IF   LIN GREATER 55
                PERFORM CABECALHO.
           INITIALIZE ACUMULADOS-ANO.
           MOVE VENDEDOR-TAB (VEN-IDX) TO VENDEDOR-ATG.
           MOVE ZEROS TO MES-CONTA-W.
           PERFORM ACUMULA-MES UNTIL MES-CONTA-W EQUAL MES-PARM.

      *    a ultima chamada do ACUMULA-MES foi a do proprio mes
           MOVE VENDEDOR-TAB (VEN-IDX) TO VENDEDOR-REL.
           MOVE "MES"                  TO PERIODO-REL.
           MOVE META-VALOR-ATG         TO META-REL.
           MOVE VALOR-REALIZADO-ATG    TO REALIZADO-REL.
           MOVE VALOR-CANCELADO-ATG    TO CANCELADO-REL.
           MOVE PERC-ATINGIDO-ATG      TO ATING-REL.
           MOVE META-PEDIDOS-ATG       TO META-PED-REL.
           MOVE QTDE-PEDIDOS-ATG       TO REAL-PED-REL.
           MOVE META-TURMAS-ATG        TO META-TUR-REL.
           MOVE QTDE-TURMAS-ATG        TO REAL-TUR-REL.
           WRITE REG-RELAT FROM LINDET.
           ADD META-VALOR-ATG      TO META-MES-TOT-W.
           ADD VALOR-REALIZADO-ATG TO REAL-MES-TOT-W.
           ADD VALOR-CANCELADO-ATG TO CANC-MES-TOT-W.

           MOVE ZEROS                  TO VENDEDOR-REL.
           MOVE "ANO"                  TO PERIODO-REL.
           MOVE META-VALOR-ANO-W       TO META-REL.
           MOVE REALIZADO-ANO-W        TO REALIZADO-REL.
           MOVE CANCELADO-ANO-W        TO CANCELADO-REL.
           IF   META-VALOR-ANO-W GREATER ZEROS
                COMPUTE ATING-REL ROUNDED =
                        REALIZADO-ANO-W * 100 / META-VALOR-ANO-W
                    ON SIZE ERROR
                        MOVE 9999,99 TO ATING-REL
                END-COMPUTE
           ELSE
                MOVE ZEROS TO ATING-REL.
           MOVE META-PEDIDOS-ANO-W     TO META-PED-REL.
           MOVE PEDIDOS-ANO-W          TO REAL-PED-REL.
           MOVE META-TURMAS-ANO-W      TO META-TUR-REL.
           MOVE TURMAS-ANO-W           TO REAL-TUR-REL.
           WRITE REG-RELAT FROM LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           ADD 3 TO LIN.
           ADD META-VALOR-ANO-W TO META-ANO-TOT-W.
           ADD REALIZADO-ANO-W  TO REAL-ANO-TOT-W.
           ADD CANCELADO-ANO-W  TO CANC-ANO-TOT-W.
           SET VEN-IDX UP BY 1.

       IMPRIME-VENDEDOR-EXIT. EXIT.

       ACUMULA-MES SECTION.
           ADD 1 TO MES-CONTA-W.
           MOVE ANO-PARM    TO MESANO-ATG(1:4).
           MOVE MES-CONTA-W TO MESANO-ATG(5:2).
           CALL "PDP112V" USING PARAMETROS-PDP112V.
           ADD META-VALOR-ATG      TO META-VALOR-ANO-W.
           ADD META-PEDIDOS-ATG    TO META-PEDIDOS-ANO-W.
           ADD META-TURMAS-ATG     TO META-TURMAS-ANO-W.
           ADD VALOR-REALIZADO-ATG TO REALIZADO-ANO-W.
           ADD VALOR-CANCELADO-ATG TO CANCELADO-ANO-W.
           ADD QTDE-PEDIDOS-ATG    TO PEDIDOS-ANO-W.
           ADD QTDE-TURMAS-ATG     TO TURMAS-ANO-W.

       ACUMULA-MES-EXIT. EXIT.

       IMPRIME-TOTAL-GERAL SECTION.
           IF   LIN GREATER 54
                PERFORM CABECALHO.
           WRITE REG-RELAT FROM CAB03.
           INITIALIZE LINDET.
           MOVE "MES"          TO PERIODO-REL.
           MOVE META-MES-TOT-W TO META-REL.
           MOVE REAL-MES-TOT-W TO REALIZADO-REL.
           MOVE CANC-MES-TOT-W TO CANCELADO-REL.
           IF   META-MES-TOT-W GREATER ZEROS
                COMPUTE ATING-REL ROUNDED =
                        REAL-MES-TOT-W * 100 / META-MES-TOT-W
                    ON SIZE ERROR
                        MOVE 9999,99 TO ATING-REL
                END-COMPUTE.
           WRITE REG-RELAT FROM LINDET.
           MOVE "ANO"          TO PERIODO-REL.
           MOVE META-ANO-TOT-W TO META-REL.
           MOVE REAL-ANO-TOT-W TO REALIZADO-REL.
           MOVE CANC-ANO-TOT-W TO CANCELADO-REL.
           MOVE ZEROS          TO ATING-REL.
           IF   META-ANO-TOT-W GREATER ZEROS
                COMPUTE ATING-REL ROUNDED =
                        REAL-ANO-TOT-W * 100 / META-ANO-TOT-W
                    ON SIZE ERROR
                        MOVE 9999,99 TO ATING-REL
                END-COMPUTE.
           WRITE REG-RELAT FROM LINDET.

       IMPRIME-TOTAL-GERAL-EXIT. EXIT.

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

       CABECALHO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-META - trilha em LOG003 nos moldes do CCP120.
      *----------------------------------------------------------------
       GRAVA-LOG-META SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "PDD107"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE VENDEDOR-PARM      TO LOG3-CHAVE-REG(1:6).
           MOVE MESANO-PARM        TO LOG3-CHAVE-REG(8:6).
           MOVE "META-VALOR-PD107" TO LOG3-CAMPO.
           MOVE SPACES             TO LOG3-VALOR-ANTERIOR
                                      LOG3-VALOR-ATUAL.
           MOVE VALOR-ANTES-W      TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ANTERIOR(1:13).
           MOVE META-VALOR-PD107   TO VALOR-LOG-W.
           MOVE VALOR-LOG-W        TO LOG3-VALOR-ATUAL(1:13).
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-META-EXIT. EXIT.

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
           CLOSE PDD107 LOG003.

       END PROGRAM PDP112.
