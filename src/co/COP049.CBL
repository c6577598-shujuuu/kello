      *        E O ESPELHO, DO LADO DO QUE NOS DEVEM, DO AGING DE
      *        CONTAS A PAGAR DO CPP021, DE ONDE VEM O METODO DE
      *        CALCULO DAS DATAS DE CORTE (DECREMENTA-UM-DIA).
      *        PARCELA CEDIDA EM BORDERO (BORDERO-CO44 - VER COP089)
      *        E CREDITO DO BANCO E FICA FORA DAS FAIXAS; A VENCIDA
      *        APARECE NA LINHA PROPRIA DO RODAPE (POSICAO NO COP090).
      *        O COD044 E LIDO PELA CHAVE ALT2-CO44 (SITUACAO +
      *        VENCIMENTO): EM CADA SITUACAO SO ATE A DATA DE HOJE, E
      *        DAI SALTA PARA A SEGUINTE; AS RENEGOCIADAS (1) SAO LIDAS
      *        POR INTEIRO PARA A LINHA DO RODAPE. A PARTE A VENCER DOS
      *        CONTRATOS NAO E MAIS PERCORRIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CORTE-60-W            PIC 9(8)     VALUE ZEROS.
           05  CORTE-90-W            PIC 9(8)     VALUE ZEROS.
           05  FAIXA-W               PIC 9        VALUE ZEROS.
           05  SITUACAO-LIDA-W       PIC X        VALUE SPACES.
           05  OVERFLOW-TURMA-W      PIC 9        VALUE ZEROS.
      *    OVERFLOW-TURMA-W - ligado por ACHA-TURMA quando a tabela de
      *    200 turmas encheu; a parcela corrente fica fora dos
               "RENEGOCIADAS (SUBSTITUIDAS - VER COD048): ".
           05  VALOR-RENEG-REL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINCEDIDA.
           05  FILLER                PIC X(42)   VALUE
               "CEDIDAS A BANCO VENCIDAS (VER COP090)...: ".
           05  VALOR-CEDIDA-REL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  TOTAL-GERAL-W             PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-RENEG-W             PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-CEDIDA-W            PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-B1-W                PIC 9(9)V99  VALUE ZEROS.
       01  TOTAL-B2-W                PIC 9(9)V99  VALUE ZEROS.
       01  TOTAL-B3-W                PIC 9(9)V99  VALUE ZEROS.
           PERFORM ABRE-ARQUIVOS.
           IF   ERRO-W EQUAL 0
                PERFORM CALCULA-CORTES
                PERFORM INICIA-VARREDURA
                PERFORM ACUMULA-COD044 UNTIL FIM-COD044-TRUE
                PERFORM IMPRIME-RELATORIO
                PERFORM FECHA-ARQUIVOS.
           END-EVALUATE.

      *----------------------------------------------------------------
      *    INICIA-VARREDURA - comeco da ALT2-CO44: primeiro vem a
      *    situacao em branco (parcelas anteriores ao campo), depois
      *    0 e 1, cada uma em ordem de vencimento.
      *----------------------------------------------------------------
       INICIA-VARREDURA SECTION.
           MOVE ZEROS TO FIM-COD044.
           MOVE LOW-VALUES TO REG-COD044.
           START COD044 KEY IS NOT LESS ALT2-CO44
               INVALID KEY
                   MOVE 1 TO FIM-COD044.

       INICIA-VARREDURA-EXIT. EXIT.

      *----------------------------------------------------------------
      *    ACUMULA-COD044 - percorre COD044 pela ALT2-CO44; cada
      *    parcela vencida e ainda nao recebida entra na faixa de
      *    atraso correspondente, somada por CURSO/TURMA do contrato.
      *----------------------------------------------------------------
       ACUMULA-COD044 SECTION.
           READ COD044 NEXT RECORD
                     ADD VALOR-CO44 TO TOTAL-RENEG-W
                END-IF
                GO TO ACUMULA-COD044-EXIT.
      *    na ALT2-CO44 o vencimento cresce dentro da situacao: daqui
      *    em diante so parcela a vencer, que o aging nao usa
           IF   DATA-VCTO-CO44 NOT LESS DATA-ATUAL-W
                PERFORM SALTA-SITUACAO
                GO TO ACUMULA-COD044-EXIT.
      *    parcela cedida ao banco (COP089): a vencida e do banco ate
      *    a recompra, so entra no rodape
           IF   BORDERO-CO44 NUMERIC
           AND  BORDERO-CO44 NOT EQUAL ZEROS
                IF   DATA-PGTO-CO44 EQUAL ZEROS
                AND  DATA-VCTO-CO44 LESS DATA-ATUAL-W
                     ADD VALOR-CO44 TO TOTAL-CEDIDA-W
                END-IF
                GO TO ACUMULA-COD044-EXIT.
           IF   DATA-PGTO-CO44 EQUAL ZEROS
           AND  DATA-VCTO-CO44 LESS DATA-ATUAL-W
                PERFORM CLASSIFICA-FAIXA.

       ACUMULA-COD044-EXIT. EXIT.

      *----------------------------------------------------------------
      *    SALTA-SITUACAO - reposiciona no comeco da situacao seguinte
      *    (branco -> 0 -> 1 ...); acima de 9 nao ha o que ler.
      *----------------------------------------------------------------
       SALTA-SITUACAO SECTION.
           MOVE SITUACAO-CO44 TO SITUACAO-LIDA-W.
           IF   SITUACAO-LIDA-W LESS "0"
                MOVE 0 TO SITUACAO-CO44
           ELSE
                IF   SITUACAO-LIDA-W LESS "9"
                     ADD 1 TO SITUACAO-CO44
                ELSE
                     MOVE 1 TO FIM-COD044
                     GO TO SALTA-SITUACAO-EXIT.
           MOVE ZEROS TO DATA-VCTO-CO44.
           START COD044 KEY IS NOT LESS ALT2-CO44
               INVALID KEY
                   MOVE 1 TO FIM-COD044.

       SALTA-SITUACAO-EXIT. EXIT.

       CLASSIFICA-FAIXA SECTION.
           IF   DATA-VCTO-CO44 NOT LESS CORTE-30-W
                MOVE 1 TO FAIXA-W
           IF   TOTAL-RENEG-W NOT EQUAL ZEROS
                MOVE TOTAL-RENEG-W TO VALOR-RENEG-REL
                WRITE REG-RELAT FROM LINRENEG AFTER 2.
           IF   TOTAL-CEDIDA-W NOT EQUAL ZEROS
                MOVE TOTAL-CEDIDA-W TO VALOR-CEDIDA-REL
                WRITE REG-RELAT FROM LINCEDIDA AFTER 2.

       IMPRIME-LINHA-TURMA SECTION.
           IF   LIN GREATER 56
