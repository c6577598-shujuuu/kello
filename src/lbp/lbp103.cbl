       AUTHOR. MARELI AMANCIO VOLPATO.
       DATE-WRITTEN. 29/05/2000.
      *FUNÇÃO: Movimento de Ampliação de Fotografia
      *        Na entrada avisa as impressoras fora de controle de
      *        processo (LBD043 - LBP133); impressora com bloqueio
      *        nao aceita movimento novo a partir da data da leitura
      *        que a pos fora, ate uma leitura corretiva.
      *        Funcionario ausente na data do movimento (ferias,
      *        atestado, folga ou falta no LBD046 - LBP135) nao
      *        grava movimento.

       ENVIRONMENT DIVISION.
       class-control.
      *    para album cujas provas nao foram aprovadas/liberadas
      *    (RCD104 - ver RCP108), retorno "02" do LBP103V; a
      *    liberacao com supervisor e' o LIBERA do RCP108
           05  ERRO-PROCESSO-W       PIC 9        VALUE ZEROS.
      *    ERRO-PROCESSO-W - flag de movimento novo para impressora
      *    fora de controle de processo com bloqueio (LBD043 - ver
      *    LBP133), retorno "01" do LBP044V; a gravacao e' recusada
           05  AVISO-PROCESSO-W      PIC 9        VALUE ZEROS.
      *    AVISO-PROCESSO-W - flag de aviso (nao bloqueia) de
      *    impressora fora de controle sem bloqueio, ou de regravacao
      *    / producao anterior a leitura que a pos fora
           05  ERRO-AUSENCIA-W       PIC 9        VALUE ZEROS.
      *    ERRO-AUSENCIA-W - flag de FUNCIONARIO-L103 ausente em
      *    DATA-MOVTO-L103 (LBD046 - ver LBP135), retorno "01" do
      *    LBP046V; a gravacao e' recusada
           05  ERRO-ALBUM-W          PIC 9        VALUE ZEROS.
           05  ERRO-PERIODO-W        PIC 9        VALUE ZEROS.
      *    ERRO-PERIODO-W - flag de DATA-MOVTO-L103 em mes contabil
           05  DESCR-MOTIVO-REF        PIC X(020).
           05  RESPONSAVEL-REF         PIC 9(001).

       01  PARAMETROS-LBP044V.
           05  IMPRESSORA-PROC         PIC X(002).
           05  LBP044V-RETORNO         PIC X(002).
           05  DATA-LEITURA-PROC       PIC 9(008).
           05  OCORRENCIA-PROC         PIC X(030).
           05  IMPRESSORA-ACHADA-PROC  PIC X(002).
           05  QTDE-FORA-PROC          PIC 9(003).

       01  PARAMETROS-LBP046V.
           05  FUNCIONARIO-AUS         PIC 9(006).
           05  DATA-AUS                PIC 9(008).
           05  LBP046V-RETORNO         PIC X(002).
           05  TIPO-AUS                PIC X(001).
           05  DESCR-TIPO-AUS          PIC X(010).
           05  DATA-INIC-AUS           PIC 9(008).
           05  DATA-FIM-AUS            PIC 9(008).
           05  DOCUMENTO-AUS           PIC X(020).

       01  PARAMETROS-LBP112V.
           05  DATA-MOVTO-BX           PIC 9(008).
           05  SEQ-MOVTO-BX            PIC 9(003).
              CALL "USP003V" USING PARAMETROS-USP003V
           END-IF.
           IF ERRO-W = 0 PERFORM LOAD-SCREENSET.
      *    controle de processo do minilab (LBD043 - LBP044V): aviso
      *    das impressoras fora de controle na entrada; o aviso nao
      *    impede o uso da tela, entao ERRO-W volta a zero
           IF ERRO-W = 0
              MOVE SPACES TO IMPRESSORA-PROC
              CALL "LBP044V" USING PARAMETROS-LBP044V
              IF LBP044V-RETORNO EQUAL "01" OR "02"
                 MOVE SPACES TO GS-MENSAGEM-ERRO
                 IF QTDE-FORA-PROC GREATER 1
                    MOVE "Aviso: impressoras fora de controle"
                         TO GS-MENSAGEM-ERRO
                 ELSE
                    STRING "Aviso: impressora " IMPRESSORA-ACHADA-PROC
                           " fora de controle"
                           DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
                    END-STRING
                 END-IF
                 PERFORM CARREGA-MENSAGEM-ERRO
                 MOVE ZEROS TO ERRO-W
              END-IF
           END-IF.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
                           TO GS-MENSAGEM-ERRO
                      PERFORM LOAD-SCREENSET
                      PERFORM CARREGA-MENSAGEM-ERRO
                   ELSE
                   IF ERRO-PROCESSO-W EQUAL 1
                      MOVE "Impressora bloqueada - ver LBP133"
                           TO GS-MENSAGEM-ERRO
                      PERFORM LOAD-SCREENSET
                      PERFORM CARREGA-MENSAGEM-ERRO
                   ELSE
                   IF ERRO-AUSENCIA-W EQUAL 1
                      MOVE SPACES TO GS-MENSAGEM-ERRO
                      STRING "Funcionario ausente: " DESCR-TIPO-AUS
                             DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
                      END-STRING
                      PERFORM LOAD-SCREENSET
                      PERFORM CARREGA-MENSAGEM-ERRO
                   ELSE
                      IF GS-TIPO-GRAVACAO = 1 PERFORM REGRAVA-DADOS
                      ELSE PERFORM GRAVA-DADOS
                         PERFORM LOAD-SCREENSET
                         PERFORM CARREGA-MENSAGEM-ERRO
                      END-IF
                      IF AVISO-PROCESSO-W EQUAL 1
                         MOVE "Aviso: impressora fora de controle"
                              TO GS-MENSAGEM-ERRO
                         PERFORM LOAD-SCREENSET
                         PERFORM CARREGA-MENSAGEM-ERRO
                      END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           PERFORM VALIDA-REFACAO.
           PERFORM VALIDA-ESCALA.
           PERFORM VALIDA-HORARIO.
           PERFORM VALIDA-PROCESSO.
           PERFORM VALIDA-AUSENCIA.

      *----------------------------------------------------------------
      *    VALIDA-PERIODO - movimento em mes contabil fechado (CTD001

       VALIDA-PERIODO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-PROCESSO - impressora fora de controle de processo
      *    (LBD043 via LBP044V): com bloqueio, movimento novo a partir
      *    da data da leitura que a pos fora e' recusado; regravacao
      *    e producao anterior a essa leitura ficam so' no aviso,
      *    assim como impressora sem bloqueio. "99" = controle nao
      *    implantado, segue.
      *----------------------------------------------------------------
       VALIDA-PROCESSO SECTION.
           MOVE ZEROS TO ERRO-PROCESSO-W AVISO-PROCESSO-W.
           MOVE IMPRESSORA-L103 TO IMPRESSORA-PROC.
           IF   IMPRESSORA-PROC EQUAL SPACES
                GO TO VALIDA-PROCESSO-EXIT.
           CALL "LBP044V" USING PARAMETROS-LBP044V.
           IF   LBP044V-RETORNO EQUAL "02"
                MOVE 1 TO AVISO-PROCESSO-W.
           IF   LBP044V-RETORNO NOT EQUAL "01"
                GO TO VALIDA-PROCESSO-EXIT.
           IF   GS-TIPO-GRAVACAO EQUAL 1
           OR   DATA-MOVTO-L103 LESS DATA-LEITURA-PROC
                MOVE 1 TO AVISO-PROCESSO-W
           ELSE
                MOVE 1 TO ERRO-PROCESSO-W.

       VALIDA-PROCESSO-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-AUSENCIA - funcionario com ausencia registrada na
      *    data do movimento (LBD046 via LBP046V) nao produz: a
      *    gravacao e' recusada, nova ou regravacao; a ausencia
      *    lancada por engano se corrige no LBP135. "99" = cadastro
      *    nao implantado, segue.
      *----------------------------------------------------------------
       VALIDA-AUSENCIA SECTION.
           MOVE ZEROS TO ERRO-AUSENCIA-W.
           MOVE FUNCIONARIO-L103 TO FUNCIONARIO-AUS.
           MOVE DATA-MOVTO-L103  TO DATA-AUS.
           CALL "LBP046V" USING PARAMETROS-LBP046V.
           IF   LBP046V-RETORNO EQUAL "01"
                MOVE 1 TO ERRO-AUSENCIA-W.

       VALIDA-AUSENCIA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    VALIDA-REFACAO - movimento marcado como refacao exige um
      *    motivo cadastrado em LBD034 (LBP120); movimento normal tem
