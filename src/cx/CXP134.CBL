       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP134.
       AUTHOR. COBOLware Services Ltda.
       DATE-WRITTEN. 15/10/2026.
      *FUNÇÃO: SESSOES DE GAVETA DOS OPERADORES DO CAIXA (CXD119).
      *        CADA OPERADOR QUE RECEBE NO BALCAO ABRE A SUA SESSAO
      *        NUMA CONTA DE DINHEIRO (TIPO-CX103 = 0) COM O FUNDO DE
      *        TROCO; SANGRIA (RETIRADA PARA O COFRE) E SUPRIMENTO
      *        (REFORCO DE TROCO) FICAM NA SESSAO E, COM A CONTA DO
      *        COFRE INFORMADA, VIRAM O PAR DE TRANSFERENCIA NO CXD100
      *        (TIPOS 99/49, COMO NO CXP109) COM A SESSAO CARIMBADA NO
      *        LANCAMENTO DA GAVETA. AS BAIXAS DO COP048 E OS
      *        LANCAMENTOS DE CAIXA DO OPERADOR ENTRAM NA SESSAO PELO
      *        CXP134V. O ENCERRAMENTO TEM A CONTAGEM PROPRIA POR
      *        DENOMINACAO CONTRA O ESPERADO (FUNDO + SUPRIMENTOS -
      *        SANGRIAS + DINHEIRO RECEBIDO + ENTRADAS - SAIDAS) E A
      *        FOLHA DA SESSAO SAI ASSINAVEL; O FECHAMENTO DIARIO
      *        CXP102 CONFERE A SOMA DAS SESSOES DA CONTA CONTRA A
      *        CONTAGEM DA CONTA (CXD111). TRILHA EM LOG003.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           PRINTER IS LPRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CAPX001.

           COPY CXPX100.

           COPY CXPX103.

           COPY CXPX119.

           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.

           COPY CAPW001.

           COPY CXPW100.

           COPY CXPW103.

           COPY CXPW119.

           COPY LOGW003.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER                PIC X(100).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CONTROLE           PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD103             PIC XX       VALUE SPACES.
           05  ST-CXD119             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  SEM-CXD103-W          PIC 9        VALUE ZEROS.
      *    SEM-CXD103-W = 1 sem o cadastro de contas (status 35): a
      *    sessao abre na conta digitada e sangria/suprimento nao
      *    geram a transferencia no CXD100
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-PROGRAMA-W        PIC 9        VALUE ZEROS.
              88  FIM-PROGRAMA-TRUE     VALUE 1.
           05  ENCONTRADA-W          PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  PAG-W                 PIC 9(2)     VALUE ZEROS.
           05  NOME-IMPRESSORA       PIC X(20)    VALUE "PRN".
           05  EMP-REFERENCIA.
               10  VAR1              PIC X        VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X        VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  SESSAO-PARM           PIC 9(5)     VALUE ZEROS.
           05  CONTA-PARM            PIC 9(3)     VALUE ZEROS.
           05  DATA-PARM             PIC 9(8)     VALUE ZEROS.
           05  FUNDO-PARM            PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-MOV-PARM        PIC 9(8)V99  VALUE ZEROS.
           05  CONTA-COFRE-PARM      PIC 9(3)     VALUE ZEROS.
           05  SALDO-ESPERADO-W      PIC S9(9)V99 VALUE ZEROS.
           05  TOTAL-CONTADO-W       PIC 9(9)V99  VALUE ZEROS.
           05  SOBRA-FALTA-W         PIC S9(9)V99 VALUE ZEROS.
           05  VALOR-EXIBE-W         PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  VALOR-LOG-W           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  TIPO-LCTO-W           PIC 9(2)     VALUE ZEROS.
           05  CONTA-LCTO-W          PIC 9(3)     VALUE ZEROS.
           05  SESSAO-LCTO-W         PIC 9(5)     VALUE ZEROS.
           05  HISTORICO-LCTO-W      PIC X(30)    VALUE SPACES.
           05  DOCUMENTO-SESSAO-W.
               10  PREFIXO-DOCTO-W   PIC X(4)     VALUE SPACES.
               10  NR-DOCTO-W        PIC 9(5)     VALUE ZEROS.
           05  LCTO-GRAVADO-W        PIC 9        VALUE ZEROS.
           05  TENTA-LCTO-W          PIC 9(6)     VALUE ZEROS.
           05  LOG-GRAVADO-W         PIC 9        VALUE ZEROS.
           05  TENTA-LOG-W           PIC 9(3)     VALUE ZEROS.
           05  CAMPO-LOG-W           PIC X(20)    VALUE SPACES.
           05  ANTERIOR-LOG-W        PIC X(40)    VALUE SPACES.
           05  ATUAL-LOG-W           PIC X(40)    VALUE SPACES.
           COPY "PARAMETR".

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

       01  PARAMETROS-CTP001V.
      *    controle de periodo (CTD001/CTP001V - ver CTP001): data de
      *    movimento em mes fechado e' recusada; "99" = controle ainda
      *    nao implantado, gravacao segue
           05  DATA-MOVTO-CT         PIC 9(8)     VALUE ZEROS.
           05  CTP001V-RETORNO       PIC X(2)     VALUE SPACES.

       01  CAB01.
           05  EMPRESA-REL           PIC X(70)   VALUE SPACES.
           05  FILLER                PIC X(13)   VALUE SPACES.
           05  FILLER                PIC X(5)    VALUE "PAG: ".
           05  PAG-REL               PIC Z9      VALUE ZEROS.
       01  CAB02.
           05  FILLER                PIC X(100)  VALUE
           "FECHAMENTO DE SESSAO DE GAVETA DO CAIXA".
       01  CAB03.
           05  FILLER                PIC X(100)  VALUE ALL "=".

       01  LINSES1.
           05  FILLER                PIC X(9)    VALUE "SESSAO: ".
           05  SESSAO-REL            PIC 9(5)    VALUE ZEROS.
           05  FILLER                PIC X(12)   VALUE "  OPERADOR: ".
           05  OPERADOR-REL          PIC X(5)    VALUE SPACES.
           05  FILLER                PIC X(9)    VALUE "  CONTA: ".
           05  CONTA-REL             PIC 9(3)    VALUE ZEROS.
           05  FILLER                PIC X(8)    VALUE "  DATA: ".
           05  DATA-REL              PIC 9(8)    VALUE ZEROS.

       01  LINCTG2.
           05  DENOM-REL             PIC X(18)   VALUE SPACES.
           05  QTDE-DENOM-REL        PIC ZZZZ9   VALUE ZEROS.
           05  FILLER                PIC X(3)    VALUE SPACES.
           05  VALOR-DENOM-REL       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINCTG3.
           05  DESCR-CTG-REL         PIC X(31)   VALUE SPACES.
           05  VALOR-CTG-REL         PIC -Z(7).ZZ9,99 VALUE ZEROS.
       01  LINCTG4.
           05  FILLER                PIC X(50)   VALUE
               "OPERADOR: ______________  ASSINATURA: ____________".
           05  FILLER                PIC X(12)   VALUE "____________".

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
           MOVE "CXD100" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD100.
           MOVE "CXD103" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD103.
           MOVE "CXD119" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXD119.
           MOVE "LOG003" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003.
           CLOSE CONTROLE.

           OPEN I-O CXD100.
           IF   ST-CXD100 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                MOVE 1 TO ERRO-W.

           OPEN INPUT CXD103.
           IF   ST-CXD103 EQUAL "35"
                MOVE 1 TO SEM-CXD103-W
           ELSE
                IF   ST-CXD103 NOT EQUAL "00"
                     DISPLAY "ERRO ABERTURA CXD103: " ST-CXD103
                     MOVE 1 TO ERRO-W.

           OPEN I-O CXD119.
           IF   ST-CXD119 EQUAL "35"
                CLOSE CXD119       OPEN OUTPUT CXD119
                CLOSE CXD119       OPEN I-O CXD119.
           IF   ST-CXD119 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA CXD119: " ST-CXD119
                MOVE 1 TO ERRO-W.

           OPEN I-O LOG003.
           IF   ST-LOG003 EQUAL "35"
                CLOSE LOG003       OPEN OUTPUT LOG003
                CLOSE LOG003       OPEN I-O LOG003.
           IF   ST-LOG003 NOT EQUAL "00"
                DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
                MOVE 1 TO ERRO-W.

           IF   ERRO-W EQUAL 0
                PERFORM LE-CONTROLE.

       ABRE-ARQUIVOS-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LE-CONTROLE - registro 00000 do CXD119 (ultimo numero);
      *    criado na primeira execucao como fechado, para a busca da
      *    sessao aberta pela chave alternativa nunca para nele.
      *----------------------------------------------------------------
       LE-CONTROLE SECTION.
           MOVE ZEROS TO NR-SESSAO-CX119.
           READ CXD119
               INVALID KEY
                   INITIALIZE REG-CXD119
                   MOVE ZEROS TO NR-SESSAO-CX119
                   MOVE 1     TO SITUACAO-CX119
                   WRITE REG-CXD119
                       INVALID KEY
                           DISPLAY "ERRO GRAVACAO CONTROLE CXD119: "
                                   ST-CXD119
                           MOVE 1 TO ERRO-W
                   END-WRITE
           END-READ.

       LE-CONTROLE-EXIT. EXIT.

       SOLICITA-USUARIO SECTION.
           DISPLAY "OPERADOR DO CAIXA....................: "
               WITH NO ADVANCING.
           ACCEPT USUARIO-PARM.
           DISPLAY "SENHA................................: "
               WITH NO ADVANCING.
           ACCEPT SENHA-USU.
           MOVE USUARIO-PARM TO USUARIO-USU.
           MOVE "CXP134" TO PROGRAMA-USU.
           CALL "GRDUSU" USING PARAMETROS-GRDUSU.
           MOVE SPACES TO SENHA-USU.
           IF   GRDUSU-RETORNO NOT EQUAL "00"
           AND  GRDUSU-RETORNO NOT EQUAL "99"
                DISPLAY "USUARIO RECUSADO (" GRDUSU-RETORNO
                        ") - VER USP001/USP002."
                MOVE 1 TO FIM-PROGRAMA-W.

       PROCESSA-OPCAO SECTION.
           DISPLAY " ".
           DISPLAY "SESSAO DE GAVETA DO OPERADOR " USUARIO-PARM
                   " (CXD119)".
           DISPLAY "A-ABRE S-SANGRIA U-SUPRIMENTO E-ENCERRA "
                   "C-CONSULTA F-FIM: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.

           EVALUATE OPCAO-W
               WHEN "A"  WHEN "a"  PERFORM ABRE-SESSAO
               WHEN "S"  WHEN "s"  PERFORM REGISTRA-SANGRIA
               WHEN "U"  WHEN "u"  PERFORM REGISTRA-SUPRIMENTO
               WHEN "E"  WHEN "e"  PERFORM ENCERRA-SESSAO
               WHEN "C"  WHEN "c"  PERFORM CONSULTA-SESSAO
               WHEN "F"  WHEN "f"  MOVE 1 TO FIM-PROGRAMA-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       PROCESSA-OPCAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    LOCALIZA-SESSAO-ABERTA - pela chave alternativa operador +
      *    situacao, a sessao aberta do operador fica lida em
      *    REG-CXD119 (ENCONTRADA-W = 1). Mesma busca do CXP134V.
      *----------------------------------------------------------------
       LOCALIZA-SESSAO-ABERTA SECTION.
           MOVE ZEROS TO ENCONTRADA-W.
           MOVE USUARIO-PARM TO OPERADOR-CX119.
           MOVE ZEROS        TO SITUACAO-CX119 NR-SESSAO-CX119.
           START CXD119 KEY IS NOT LESS ALT-CX119
               INVALID KEY
                   GO TO LOCALIZA-SESSAO-ABERTA-EXIT
           END-START.
           READ CXD119 NEXT RECORD
               AT END
                   GO TO LOCALIZA-SESSAO-ABERTA-EXIT
           END-READ.
           IF   OPERADOR-CX119 NOT EQUAL USUARIO-PARM
           OR   SITUACAO-CX119 NOT EQUAL 0
                GO TO LOCALIZA-SESSAO-ABERTA-EXIT.
      *    releitura pela chave primaria, para a regravacao
           READ CXD119
               INVALID KEY
                   GO TO LOCALIZA-SESSAO-ABERTA-EXIT
           END-READ.
           MOVE 1 TO ENCONTRADA-W.

       LOCALIZA-SESSAO-ABERTA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ABRE-SESSAO - uma sessao aberta por operador; a conta tem
      *    de ser de dinheiro e ativa no CXD103. O fundo de troco ja
      *    esta na conta (veio do cofre no fechamento anterior ou por
      *    transferencia do CXP109): so entra no esperado da sessao.
      *----------------------------------------------------------------
       ABRE-SESSAO SECTION.
           PERFORM LOCALIZA-SESSAO-ABERTA.
           IF   ENCONTRADA-W EQUAL 1
                DISPLAY "OPERADOR JA TEM A SESSAO " NR-SESSAO-CX119
                        " ABERTA NA CONTA " CONTA-CX119
                        " - ENCERRAR ANTES."
                GO TO ABRE-SESSAO-EXIT.

           DISPLAY "CONTA DE DINHEIRO DA GAVETA..........: "
               WITH NO ADVANCING.
           ACCEPT CONTA-PARM.
           IF   CONTA-PARM EQUAL ZEROS
                DISPLAY "CONTA OBRIGATORIA."
                GO TO ABRE-SESSAO-EXIT.
           IF   SEM-CXD103-W EQUAL 0
                MOVE CONTA-PARM TO CONTA-CX103
                READ CXD103
                    INVALID KEY
                        DISPLAY "CONTA NAO CADASTRADA - VER CXP108."
                        GO TO ABRE-SESSAO-EXIT
                END-READ
                IF   TIPO-CX103 NOT EQUAL 0
                     DISPLAY "CONTA NAO E DE DINHEIRO."
                     GO TO ABRE-SESSAO-EXIT
                END-IF
                IF   SITUACAO-CX103 NOT EQUAL 0
                     DISPLAY "CONTA INATIVA."
                     GO TO ABRE-SESSAO-EXIT
                END-IF.

           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD).........: "
               WITH NO ADVANCING.
           ACCEPT DATA-PARM.
           DISPLAY "FUNDO DE TROCO (SEM VIRGULA, 2 DEC)..: "
               WITH NO ADVANCING.
           ACCEPT FUNDO-PARM.

           PERFORM NUMERA-SESSAO.
           IF   SESSAO-PARM EQUAL ZEROS
                GO TO ABRE-SESSAO-EXIT.

           INITIALIZE REG-CXD119.
           ACCEPT HORA-W FROM TIME.
           MOVE SESSAO-PARM    TO NR-SESSAO-CX119.
           MOVE USUARIO-PARM   TO OPERADOR-CX119.
           MOVE 0              TO SITUACAO-CX119.
           MOVE CONTA-PARM     TO CONTA-CX119.
           MOVE DATA-PARM      TO DATA-CX119.
           MOVE HORA-W(1:6)    TO HORA-ABERTURA-CX119.
           MOVE FUNDO-PARM     TO FUNDO-TROCO-CX119.
           WRITE REG-CXD119
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CXD119: " ST-CXD119
                   GO TO ABRE-SESSAO-EXIT
           END-WRITE.

           MOVE "ABERTURA"          TO LOG3-OPERACAO.
           MOVE "FUNDO-TROCO-CX119" TO CAMPO-LOG-W.
           MOVE SPACES              TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE FUNDO-PARM          TO VALOR-LOG-W.
           MOVE VALOR-LOG-W         TO ATUAL-LOG-W(1:13).
           MOVE CONTA-PARM          TO ATUAL-LOG-W(15:3).
           PERFORM GRAVA-LOG-SESSAO.
           DISPLAY "SESSAO " SESSAO-PARM " ABERTA.".

       ABRE-SESSAO-EXIT. EXIT.

       NUMERA-SESSAO SECTION.
           MOVE ZEROS TO SESSAO-PARM.
           MOVE ZEROS TO NR-SESSAO-CX119.
           READ CXD119
               INVALID KEY
                   DISPLAY "CONTROLE DO CXD119 NAO ENCONTRADO."
                   GO TO NUMERA-SESSAO-EXIT
           END-READ.
           ADD 1 TO ULTIMO-NR-CX119.
           REWRITE REG-CXD119
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CONTROLE CXD119: "
                           ST-CXD119
                   GO TO NUMERA-SESSAO-EXIT
           END-REWRITE.
           MOVE ULTIMO-NR-CX119 TO SESSAO-PARM.

       NUMERA-SESSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-SANGRIA - retirada da gaveta para o cofre: nao pode
      *    passar do que a sessao tem de ter em maos. Com a conta do
      *    cofre informada, sai a transferencia no CXD100 (99 na
      *    gaveta, carimbada com a sessao; 49 no cofre).
      *----------------------------------------------------------------
       REGISTRA-SANGRIA SECTION.
           PERFORM LOCALIZA-SESSAO-ABERTA.
           IF   ENCONTRADA-W NOT EQUAL 1
                DISPLAY "OPERADOR SEM SESSAO ABERTA."
                GO TO REGISTRA-SANGRIA-EXIT.

           PERFORM CALCULA-ESPERADO.
           MOVE SALDO-ESPERADO-W TO VALOR-EXIBE-W.
           DISPLAY "ESPERADO NA GAVETA...................: "
                   VALOR-EXIBE-W.
           DISPLAY "VALOR DA SANGRIA (SEM VIRGULA, 2 DEC): "
               WITH NO ADVANCING.
           ACCEPT VALOR-MOV-PARM.
           IF   VALOR-MOV-PARM EQUAL ZEROS
                DISPLAY "VALOR INVALIDO."
                GO TO REGISTRA-SANGRIA-EXIT.
           IF   VALOR-MOV-PARM GREATER SALDO-ESPERADO-W
                DISPLAY "SANGRIA MAIOR QUE O ESPERADO NA GAVETA."
                GO TO REGISTRA-SANGRIA-EXIT.
           PERFORM SOLICITA-COFRE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO REGISTRA-SANGRIA-EXIT.

           ADD VALOR-MOV-PARM TO TOTAL-SANGRIA-CX119.
           ADD 1              TO QTDE-SANGRIA-CX119.
           REWRITE REG-CXD119
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD119: " ST-CXD119
                   GO TO REGISTRA-SANGRIA-EXIT
           END-REWRITE.

           IF   CONTA-COFRE-PARM NOT EQUAL ZEROS
                MOVE "SANG"            TO PREFIXO-DOCTO-W
                MOVE NR-SESSAO-CX119   TO NR-DOCTO-W
                MOVE 99                TO TIPO-LCTO-W
                MOVE CONTA-CX119       TO CONTA-LCTO-W
                MOVE NR-SESSAO-CX119   TO SESSAO-LCTO-W
                MOVE "SANGRIA DA GAVETA P/ O COFRE" TO
                     HISTORICO-LCTO-W
                PERFORM LANCA-CAIXA
                MOVE 49                TO TIPO-LCTO-W
                MOVE CONTA-COFRE-PARM  TO CONTA-LCTO-W
                MOVE ZEROS             TO SESSAO-LCTO-W
                MOVE "SANGRIA RECEBIDA DA GAVETA" TO HISTORICO-LCTO-W
                PERFORM LANCA-CAIXA.

           MOVE "SANGRIA"             TO LOG3-OPERACAO.
           MOVE "TOTAL-SANGRIA-CX119" TO CAMPO-LOG-W.
           MOVE SPACES                TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE VALOR-MOV-PARM        TO VALOR-LOG-W.
           MOVE VALOR-LOG-W           TO ATUAL-LOG-W(1:13).
           MOVE CONTA-COFRE-PARM      TO ATUAL-LOG-W(15:3).
           PERFORM GRAVA-LOG-SESSAO.
           DISPLAY "SANGRIA REGISTRADA NA SESSAO " NR-SESSAO-CX119 ".".

       REGISTRA-SANGRIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    REGISTRA-SUPRIMENTO - reforco de troco vindo do cofre; com a
      *    conta do cofre informada, 49 na gaveta (carimbada com a
      *    sessao) e 99 no cofre.
      *----------------------------------------------------------------
       REGISTRA-SUPRIMENTO SECTION.
           PERFORM LOCALIZA-SESSAO-ABERTA.
           IF   ENCONTRADA-W NOT EQUAL 1
                DISPLAY "OPERADOR SEM SESSAO ABERTA."
                GO TO REGISTRA-SUPRIMENTO-EXIT.

           DISPLAY "VALOR DO SUPRIMENTO (SEM VIRGULA)....: "
               WITH NO ADVANCING.
           ACCEPT VALOR-MOV-PARM.
           IF   VALOR-MOV-PARM EQUAL ZEROS
                DISPLAY "VALOR INVALIDO."
                GO TO REGISTRA-SUPRIMENTO-EXIT.
           PERFORM SOLICITA-COFRE.
           IF   ERRO-W NOT EQUAL 0
                MOVE 0 TO ERRO-W
                GO TO REGISTRA-SUPRIMENTO-EXIT.

           ADD VALOR-MOV-PARM TO TOTAL-SUPRIMENTO-CX119.
           ADD 1              TO QTDE-SUPRIMENTO-CX119.
           REWRITE REG-CXD119
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD119: " ST-CXD119
                   GO TO REGISTRA-SUPRIMENTO-EXIT
           END-REWRITE.

           IF   CONTA-COFRE-PARM NOT EQUAL ZEROS
                MOVE "SUPR"            TO PREFIXO-DOCTO-W
                MOVE NR-SESSAO-CX119   TO NR-DOCTO-W
                MOVE 49                TO TIPO-LCTO-W
                MOVE CONTA-CX119       TO CONTA-LCTO-W
                MOVE NR-SESSAO-CX119   TO SESSAO-LCTO-W
                MOVE "SUPRIMENTO DO COFRE P/ GAVETA" TO
                     HISTORICO-LCTO-W
                PERFORM LANCA-CAIXA
                MOVE 99                TO TIPO-LCTO-W
                MOVE CONTA-COFRE-PARM  TO CONTA-LCTO-W
                MOVE ZEROS             TO SESSAO-LCTO-W
                MOVE "SUPRIMENTO ENVIADO A GAVETA" TO HISTORICO-LCTO-W
                PERFORM LANCA-CAIXA.

           MOVE "SUPRIMENTO"             TO LOG3-OPERACAO.
           MOVE "TOTAL-SUPRIMENTO-CX119" TO CAMPO-LOG-W.
           MOVE SPACES                   TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE VALOR-MOV-PARM           TO VALOR-LOG-W.
           MOVE VALOR-LOG-W              TO ATUAL-LOG-W(1:13).
           MOVE CONTA-COFRE-PARM         TO ATUAL-LOG-W(15:3).
           PERFORM GRAVA-LOG-SESSAO.
           DISPLAY "SUPRIMENTO REGISTRADO NA SESSAO " NR-SESSAO-CX119
                   ".".

       REGISTRA-SUPRIMENTO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SOLICITA-COFRE - conta do cofre (000 = so registra na
      *    sessao, sem lancamento); tem de existir ativa, ser outra
      *    que nao a da gaveta, e o mes do movimento estar aberto.
      *----------------------------------------------------------------
       SOLICITA-COFRE SECTION.
           MOVE ZEROS TO CONTA-COFRE-PARM.
           IF   SEM-CXD103-W EQUAL 1
                GO TO SOLICITA-COFRE-EXIT.
           DISPLAY "CONTA DO COFRE (000 = SEM LANCAMENTO): "
               WITH NO ADVANCING.
           ACCEPT CONTA-COFRE-PARM.
           IF   CONTA-COFRE-PARM EQUAL ZEROS
                GO TO SOLICITA-COFRE-EXIT.
           IF   CONTA-COFRE-PARM EQUAL CONTA-CX119
                DISPLAY "COFRE E GAVETA SAO A MESMA CONTA."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-COFRE-EXIT.
           MOVE CONTA-COFRE-PARM TO CONTA-CX103.
           READ CXD103
               INVALID KEY
                   DISPLAY "CONTA DO COFRE NAO CADASTRADA."
                   MOVE 1 TO ERRO-W
                   GO TO SOLICITA-COFRE-EXIT
           END-READ.
           IF   SITUACAO-CX103 NOT EQUAL 0
                DISPLAY "CONTA DO COFRE INATIVA."
                MOVE 1 TO ERRO-W
                GO TO SOLICITA-COFRE-EXIT.
           MOVE DATA-CX119 TO DATA-MOVTO-CT.
           CALL "CTP001V" USING PARAMETROS-CTP001V.
           IF   CTP001V-RETORNO EQUAL "01"
                DISPLAY "MES CONTABIL FECHADO PARA "
                        DATA-MOVTO-CT " - VER CTP001."
                MOVE 1 TO ERRO-W.

       SOLICITA-COFRE-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CALCULA-ESPERADO - o que a gaveta tem de ter agora: fundo +
      *    suprimentos - sangrias + baixas em dinheiro + entradas -
      *    saidas de caixa da sessao.
      *----------------------------------------------------------------
       CALCULA-ESPERADO SECTION.
           COMPUTE SALDO-ESPERADO-W =
                   FUNDO-TROCO-CX119
                 + TOTAL-SUPRIMENTO-CX119
                 - TOTAL-SANGRIA-CX119
                 + RECEB-DINHEIRO-CX119
                 + ENTRADA-CAIXA-CX119
                 - SAIDA-CAIXA-CX119.

      *----------------------------------------------------------------
      *    ENCERRA-SESSAO - contagem propria da gaveta por denominacao
      *    (mesmo molde da contagem da conta no CXP102) contra o
      *    esperado; a sobra/falta fica na sessao - o lancamento da
      *    diferenca continua sendo o da contagem da conta no
      *    fechamento diario.
      *----------------------------------------------------------------
       ENCERRA-SESSAO SECTION.
           PERFORM LOCALIZA-SESSAO-ABERTA.
           IF   ENCONTRADA-W NOT EQUAL 1
                DISPLAY "OPERADOR SEM SESSAO ABERTA."
                GO TO ENCERRA-SESSAO-EXIT.

           PERFORM MOSTRA-SESSAO.
           DISPLAY "CONTAR A GAVETA E ENCERRAR (S/N).....: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S"
           AND  CONFIRMA-W NOT EQUAL "s"
                GO TO ENCERRA-SESSAO-EXIT.

           DISPLAY "QTDE CEDULAS DE 200,00.....................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-N200-CX119.
           DISPLAY "QTDE CEDULAS DE 100,00.....................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-N100-CX119.
           DISPLAY "QTDE CEDULAS DE  50,00.....................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-N050-CX119.
           DISPLAY "QTDE CEDULAS DE  20,00.....................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-N020-CX119.
           DISPLAY "QTDE CEDULAS DE  10,00.....................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-N010-CX119.
           DISPLAY "QTDE CEDULAS DE   5,00.....................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-N005-CX119.
           DISPLAY "QTDE CEDULAS DE   2,00.....................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-N002-CX119.
           DISPLAY "QTDE MOEDAS DE 1,00........................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-M100-CX119.
           DISPLAY "QTDE MOEDAS DE 0,50........................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-M050-CX119.
           DISPLAY "QTDE MOEDAS DE 0,25........................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-M025-CX119.
           DISPLAY "QTDE MOEDAS DE 0,10........................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-M010-CX119.
           DISPLAY "QTDE MOEDAS DE 0,05........................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-M005-CX119.
           DISPLAY "QTDE MOEDAS DE 0,01........................: "
               WITH NO ADVANCING.
           ACCEPT QTDE-M001-CX119.

           COMPUTE TOTAL-CONTADO-W =
                   QTDE-N200-CX119 * 200
                 + QTDE-N100-CX119 * 100
                 + QTDE-N050-CX119 * 50
                 + QTDE-N020-CX119 * 20
                 + QTDE-N010-CX119 * 10
                 + QTDE-N005-CX119 * 5
                 + QTDE-N002-CX119 * 2
                 + QTDE-M100-CX119 * 1
                 + QTDE-M050-CX119 * 0,50
                 + QTDE-M025-CX119 * 0,25
                 + QTDE-M010-CX119 * 0,10
                 + QTDE-M005-CX119 * 0,05
                 + QTDE-M001-CX119 * 0,01.
           PERFORM CALCULA-ESPERADO.
           COMPUTE SOBRA-FALTA-W = TOTAL-CONTADO-W - SALDO-ESPERADO-W.

           MOVE TOTAL-CONTADO-W  TO VALOR-EXIBE-W.
           DISPLAY "TOTAL CONTADO..............................: "
                   VALOR-EXIBE-W.
           MOVE SALDO-ESPERADO-W TO VALOR-EXIBE-W.
           DISPLAY "ESPERADO NA GAVETA.........................: "
                   VALOR-EXIBE-W.
           MOVE SOBRA-FALTA-W    TO VALOR-EXIBE-W.
           DISPLAY "SOBRA(+)/FALTA(-)..........................: "
                   VALOR-EXIBE-W.

           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE SALDO-ESPERADO-W TO SALDO-ESPERADO-CX119.
           MOVE TOTAL-CONTADO-W  TO TOTAL-CONTADO-CX119.
           MOVE SOBRA-FALTA-W    TO SOBRA-FALTA-CX119.
           MOVE DATA-HOJE-W      TO DATA-FECHAMENTO-CX119.
           MOVE HORA-W(1:6)      TO HORA-FECHAMENTO-CX119.
           MOVE 1                TO SITUACAO-CX119.
           REWRITE REG-CXD119
               INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CXD119: " ST-CXD119
                   GO TO ENCERRA-SESSAO-EXIT
           END-REWRITE.

           MOVE "FECHAMENTO"        TO LOG3-OPERACAO.
           MOVE "SOBRA-FALTA-CX119" TO CAMPO-LOG-W.
           MOVE SPACES              TO ANTERIOR-LOG-W ATUAL-LOG-W.
           MOVE SOBRA-FALTA-W       TO VALOR-EXIBE-W.
           MOVE VALOR-EXIBE-W       TO ATUAL-LOG-W(1:14).
           PERFORM GRAVA-LOG-SESSAO.
           DISPLAY "SESSAO " NR-SESSAO-CX119 " ENCERRADA.".

           PERFORM IMPRIME-FOLHA-SESSAO.

       ENCERRA-SESSAO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    CONSULTA-SESSAO - numero zerado = a sessao aberta do
      *    operador.
      *----------------------------------------------------------------
       CONSULTA-SESSAO SECTION.
           DISPLAY "SESSAO (00000 = A ABERTA)............: "
               WITH NO ADVANCING.
           ACCEPT SESSAO-PARM.
           IF   SESSAO-PARM EQUAL ZEROS
                PERFORM LOCALIZA-SESSAO-ABERTA
                IF   ENCONTRADA-W NOT EQUAL 1
                     DISPLAY "OPERADOR SEM SESSAO ABERTA."
                     GO TO CONSULTA-SESSAO-EXIT
                END-IF
           ELSE
                MOVE SESSAO-PARM TO NR-SESSAO-CX119
                READ CXD119
                    INVALID KEY
                        DISPLAY "SESSAO NAO ENCONTRADA."
                        GO TO CONSULTA-SESSAO-EXIT
                END-READ.
           PERFORM MOSTRA-SESSAO.
           IF   SITUACAO-CX119 EQUAL 1
                MOVE TOTAL-CONTADO-CX119 TO VALOR-EXIBE-W
                DISPLAY "CONTADO NO ENCERRAMENTO..............: "
                        VALOR-EXIBE-W
                MOVE SOBRA-FALTA-CX119   TO VALOR-EXIBE-W
                DISPLAY "SOBRA(+)/FALTA(-)....................: "
                        VALOR-EXIBE-W
                DISPLAY "ENCERRADA EM.........................: "
                        DATA-FECHAMENTO-CX119 " "
                        HORA-FECHAMENTO-CX119.

       CONSULTA-SESSAO-EXIT. EXIT.

       MOSTRA-SESSAO SECTION.
           DISPLAY "SESSAO " NR-SESSAO-CX119 " OPERADOR "
                   OPERADOR-CX119 " CONTA " CONTA-CX119 " DATA "
                   DATA-CX119 " ABERTA AS " HORA-ABERTURA-CX119.
           IF   SITUACAO-CX119 EQUAL 0
                PERFORM CALCULA-ESPERADO
           ELSE
                MOVE SALDO-ESPERADO-CX119 TO SALDO-ESPERADO-W.
           MOVE FUNDO-TROCO-CX119      TO VALOR-EXIBE-W.
           DISPLAY "FUNDO DE TROCO.......................: "
                   VALOR-EXIBE-W.
           MOVE TOTAL-SUPRIMENTO-CX119 TO VALOR-EXIBE-W.
           DISPLAY "SUPRIMENTOS (" QTDE-SUPRIMENTO-CX119
                   ").....................: " VALOR-EXIBE-W.
           MOVE TOTAL-SANGRIA-CX119    TO VALOR-EXIBE-W.
           DISPLAY "SANGRIAS (" QTDE-SANGRIA-CX119
                   ")........................: " VALOR-EXIBE-W.
           MOVE RECEB-DINHEIRO-CX119   TO VALOR-EXIBE-W.
           DISPLAY "BAIXAS EM DINHEIRO...................: "
                   VALOR-EXIBE-W.
           MOVE RECEB-OUTROS-CX119     TO VALOR-EXIBE-W.
           DISPLAY "BAIXAS EM OUTRAS FORMAS..............: "
                   VALOR-EXIBE-W.
           DISPLAY "QTDE DE BAIXAS.......................: "
                   QTDE-BAIXAS-CX119.
           MOVE ENTRADA-CAIXA-CX119    TO VALOR-EXIBE-W.
           DISPLAY "ENTRADAS DE CAIXA....................: "
                   VALOR-EXIBE-W.
           MOVE SAIDA-CAIXA-CX119      TO VALOR-EXIBE-W.
           DISPLAY "SAIDAS DE CAIXA......................: "
                   VALOR-EXIBE-W.
           MOVE SALDO-ESPERADO-W       TO VALOR-EXIBE-W.
           DISPLAY "ESPERADO NA GAVETA...................: "
                   VALOR-EXIBE-W.

      *----------------------------------------------------------------
      *    LANCA-CAIXA - um lado da transferencia da sangria/
      *    suprimento; SEQ-CX100 avanca ate achar livre, como no
      *    fechamento CXP102.
      *----------------------------------------------------------------
       LANCA-CAIXA SECTION.
           MOVE DATA-CX119          TO DATA-MOV-CX100.
           MOVE 1                   TO SEQ-CX100.
           MOVE TIPO-LCTO-W         TO TIPO-LCTO-CX100.
           MOVE HISTORICO-LCTO-W    TO HISTORICO-CX100.
           MOVE DOCUMENTO-SESSAO-W  TO DOCUMENTO-CX100.
           MOVE VALOR-MOV-PARM      TO VALOR-CX100.
           MOVE ZEROS               TO CONTAPART-CX100
                                       CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM        TO USUARIO-CX100.
           MOVE CONTA-LCTO-W        TO CONTA-CAIXA-CX100.
           MOVE ZEROS               TO CENTRO-CUSTO-CX100.
           MOVE SESSAO-LCTO-W       TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
                      OR TENTA-LCTO-W GREATER 999999.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
                DISPLAY "ERRO GRAVACAO CXD100: " ST-CXD100.

       LANCA-CAIXA-EXIT. EXIT.

       GRAVA-LCTO-FISICO SECTION.
           WRITE REG-CXD100
               INVALID KEY
                   ADD 1 TO SEQ-CX100
                   ADD 1 TO TENTA-LCTO-W
               NOT INVALID KEY
                   MOVE 1 TO LCTO-GRAVADO-W
           END-WRITE.

       GRAVA-LCTO-FISICO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    GRAVA-LOG-SESSAO - trilha em LOG003 nos moldes do COP048;
      *    LOG3-OPERACAO vem preenchida por quem chama.
      *----------------------------------------------------------------
       GRAVA-LOG-SESSAO SECTION.
           MOVE USUARIO-PARM       TO LOG3-USUARIO.
           ACCEPT HORA-W FROM TIME.
           ACCEPT DATA-HOJE-W FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-W        TO LOG3-PERIODO(1:8).
           MOVE HORA-W             TO LOG3-PERIODO(9:6).
           MOVE "CXD119"           TO LOG3-ARQUIVO.
           MOVE SPACES             TO LOG3-CHAVE-REG.
           MOVE NR-SESSAO-CX119    TO LOG3-CHAVE-REG(1:5).
           MOVE CAMPO-LOG-W        TO LOG3-CAMPO.
           MOVE ANTERIOR-LOG-W     TO LOG3-VALOR-ANTERIOR.
           MOVE ATUAL-LOG-W        TO LOG3-VALOR-ATUAL.
           MOVE ZEROS              TO LOG3-CADEIA.
           MOVE ZEROS TO LOG-GRAVADO-W TENTA-LOG-W.
           PERFORM GRAVA-LOG-FISICA
                   UNTIL LOG-GRAVADO-W EQUAL 1
                      OR TENTA-LOG-W GREATER 99.

       GRAVA-LOG-SESSAO-EXIT. EXIT.

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
      *    IMPRIME-FOLHA-SESSAO - folha do encerramento, assinavel,
      *    no mesmo molde da folha de contagem do CXP102.
      *----------------------------------------------------------------
       IMPRIME-FOLHA-SESSAO SECTION.
           OPEN OUTPUT RELAT.
           ADD 1 TO PAG-W.  MOVE PAG-W TO PAG-REL.
           WRITE REG-RELAT FROM CAB01.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           WRITE REG-RELAT FROM CAB03.
           MOVE NR-SESSAO-CX119 TO SESSAO-REL.
           MOVE OPERADOR-CX119  TO OPERADOR-REL.
           MOVE CONTA-CX119     TO CONTA-REL.
           MOVE DATA-CX119      TO DATA-REL.
           WRITE REG-RELAT FROM LINSES1 AFTER 2.
           WRITE REG-RELAT FROM CAB03.

           MOVE "CEDULAS DE 200,00:" TO DENOM-REL.
           MOVE QTDE-N200-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-N200-CX119 * 200.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "CEDULAS DE 100,00:" TO DENOM-REL.
           MOVE QTDE-N100-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-N100-CX119 * 100.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "CEDULAS DE  50,00:" TO DENOM-REL.
           MOVE QTDE-N050-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-N050-CX119 * 50.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "CEDULAS DE  20,00:" TO DENOM-REL.
           MOVE QTDE-N020-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-N020-CX119 * 20.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "CEDULAS DE  10,00:" TO DENOM-REL.
           MOVE QTDE-N010-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-N010-CX119 * 10.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "CEDULAS DE   5,00:" TO DENOM-REL.
           MOVE QTDE-N005-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-N005-CX119 * 5.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "CEDULAS DE   2,00:" TO DENOM-REL.
           MOVE QTDE-N002-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-N002-CX119 * 2.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "MOEDAS  DE   1,00:" TO DENOM-REL.
           MOVE QTDE-M100-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-M100-CX119 * 1.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "MOEDAS  DE   0,50:" TO DENOM-REL.
           MOVE QTDE-M050-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-M050-CX119 * 0,50.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "MOEDAS  DE   0,25:" TO DENOM-REL.
           MOVE QTDE-M025-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-M025-CX119 * 0,25.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "MOEDAS  DE   0,10:" TO DENOM-REL.
           MOVE QTDE-M010-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-M010-CX119 * 0,10.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "MOEDAS  DE   0,05:" TO DENOM-REL.
           MOVE QTDE-M005-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-M005-CX119 * 0,05.
           WRITE REG-RELAT FROM LINCTG2.
           MOVE "MOEDAS  DE   0,01:" TO DENOM-REL.
           MOVE QTDE-M001-CX119 TO QTDE-DENOM-REL.
           COMPUTE VALOR-DENOM-REL = QTDE-M001-CX119 * 0,01.
           WRITE REG-RELAT FROM LINCTG2.

           WRITE REG-RELAT FROM CAB03.
           MOVE "FUNDO DE TROCO...............: " TO DESCR-CTG-REL.
           MOVE FUNDO-TROCO-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "SUPRIMENTOS..................: " TO DESCR-CTG-REL.
           MOVE TOTAL-SUPRIMENTO-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "SANGRIAS.....................: " TO DESCR-CTG-REL.
           MOVE TOTAL-SANGRIA-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "BAIXAS EM DINHEIRO...........: " TO DESCR-CTG-REL.
           MOVE RECEB-DINHEIRO-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "BAIXAS EM OUTRAS FORMAS......: " TO DESCR-CTG-REL.
           MOVE RECEB-OUTROS-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "ENTRADAS DE CAIXA............: " TO DESCR-CTG-REL.
           MOVE ENTRADA-CAIXA-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "SAIDAS DE CAIXA..............: " TO DESCR-CTG-REL.
           MOVE SAIDA-CAIXA-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           WRITE REG-RELAT FROM CAB03.
           MOVE "TOTAL CONTADO................: " TO DESCR-CTG-REL.
           MOVE TOTAL-CONTADO-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "ESPERADO NA GAVETA...........: " TO DESCR-CTG-REL.
           MOVE SALDO-ESPERADO-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           MOVE "SOBRA(+)/FALTA(-)............: " TO DESCR-CTG-REL.
           MOVE SOBRA-FALTA-CX119 TO VALOR-CTG-REL.
           WRITE REG-RELAT FROM LINCTG3.
           WRITE REG-RELAT FROM LINCTG4 AFTER 3.
           CLOSE RELAT.

       IMPRIME-FOLHA-SESSAO-EXIT. EXIT.

       FECHA-ARQUIVOS SECTION.
           CLOSE CXD100 CXD119 LOG003.
           IF   SEM-CXD103-W EQUAL 0
                CLOSE CXD103.

       END PROGRAM CXP134.
