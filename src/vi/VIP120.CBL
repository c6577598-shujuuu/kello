      *        CAMERAS, TRIPES, ILUMINACAO E MICROFONES COM SITUACAO
      *        ATIVA/EM MANUTENCAO/BAIXADA, COM TRILHA EM LOG003 NOS
      *        MOLDES DO CGP012. AS RESERVAS POR EVENTO SAO O VIP121.
      *        EQUIPAMENTO QUE PASSA A BAIXADA COM BEM NO IMOBILIZADO
      *        (CTD003 - VER CTP005) TEM O BEM BAIXADO PELO CTP005V,
      *        COM O GANHO/PERDA SOBRE O VALOR DE VENDA; BAIXA EM MES
      *        FECHADO (CTP001) MANTEM A SITUACAO ANTERIOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  USUARIO-PARM          PIC X(5)     VALUE SPACES.
           05  EQUIPAMENTO-PARM      PIC X(6)     VALUE SPACES.
           05  SITUACAO-ANT-W        PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  RESULT-EDIT-W         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY "PARAMETR".

       01  PARAMETROS-GRDUSU.
           05  NIVEL-USU             PIC 9        VALUE ZEROS.
           05  NOME-USU              PIC X(30)    VALUE SPACES.

       01  PARAMETROS-CTP005V.
      *    consulta/baixa de bem do imobilizado (ver CTP005V): "02" ou
      *    "99" = equipamento sem bem cadastrado, segue so a situacao
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
               NOT INVALID KEY
                   DISPLAY "DESCRICAO ATUAL: " DESCRICAO-V110
           END-READ.
           MOVE SITUACAO-V110 TO SITUACAO-ANT-W.
           DISPLAY "DESCRICAO............................: "
               WITH NO ADVANCING.
           ACCEPT DESCRICAO-V110.
           DISPLAY "SITUACAO (0-ATIVA 1-MANUT 2-BAIXADA).: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-V110.
           IF   SITUACAO-V110 EQUAL 2
           AND  SITUACAO-ANT-W NOT EQUAL 2
                PERFORM BAIXA-BEM-EQUIP.
           MOVE USUARIO-PARM TO USUARIO-V110.
           WRITE REG-VID110
               INVALID KEY

       MANUTENCAO-EQUIP-EXIT. EXIT.

      *----------------------------------------------------------------
      *    BAIXA-BEM-EQUIP - o bem do imobilizado ligado ao equipamento
      *    sai junto, pelo CTP005V; sem bem cadastrado so muda a
      *    situacao. Desistencia ou mes fechado volta a situacao.
      *----------------------------------------------------------------
       BAIXA-BEM-EQUIP SECTION.
           MOVE "C"              TO MODO-BEM.
           MOVE ZEROS            TO CODIGO-BEM VALOR-VENDA-BEM.
           MOVE "V"              TO ORIGEM-BEM.
           MOVE EQUIPAMENTO-V110 TO REFERENCIA-BEM.
           MOVE USUARIO-PARM     TO USUARIO-BEM.
           CALL "CTP005V" USING PARAMETROS-CTP005V.
           IF   CTP005V-RETORNO NOT EQUAL "00"
                GO TO BAIXA-BEM-EQUIP-EXIT.

           MOVE VALOR-CONTABIL-BEM TO VALOR-EDIT-W.
           DISPLAY "BEM DO IMOBILIZADO " CODIGO-BEM " - VALOR CONTABIL "
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
           DISPLAY "CONFIRMA A BAIXA DO BEM (S/N)........: "
               WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF   CONFIRMA-W NOT EQUAL "S" AND CONFIRMA-W NOT EQUAL "s"
                DISPLAY "BAIXA DO BEM CANCELADA - SITUACAO MANTIDA."
                MOVE SITUACAO-ANT-W TO SITUACAO-V110
                GO TO BAIXA-BEM-EQUIP-EXIT.

           MOVE "B" TO MODO-BEM.
           CALL "CTP005V" USING PARAMETROS-CTP005V.
           EVALUATE CTP005V-RETORNO
               WHEN "00"
                   DISPLAY "BEM " CODIGO-BEM " BAIXADO."
               WHEN "01"
                   DISPLAY "DATA DA BAIXA EM MES FECHADO (CTP001) - "
                           "SITUACAO MANTIDA."
                   MOVE SITUACAO-ANT-W TO SITUACAO-V110
               WHEN OTHER
                   DISPLAY "BAIXA DO BEM NAO REALIZADA ("
                           CTP005V-RETORNO ") - SITUACAO MANTIDA."
                   MOVE SITUACAO-ANT-W TO SITUACAO-V110
           END-EVALUATE.

       BAIXA-BEM-EQUIP-EXIT. EXIT.

       EXCLUI-EQUIP SECTION.
           DISPLAY "CODIGO DO EQUIPAMENTO................: "
               WITH NO ADVANCING.
