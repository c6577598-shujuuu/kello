      *        SERVICOS (CXD112): ORIGEM DA BASE (BAIXAS DO COD044 OU
      *        FAIXA DE CONTA REDUZIDA DO CXD100) E ALIQUOTA DE CADA
      *        CLASSE, COM TRILHA EM LOG003 NOS MOLDES DO CGP012. A
      *        APURACAO MENSAL E O CXP125. CADA CLASSE LEVA AINDA O
      *        ITEM DA LISTA DE SERVICOS DO MUNICIPIO USADO NO LOTE DE
      *        RPS DA NFS-E (COP092).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE ZEROS  TO ORIGEM-CX112 REDUZ-INI-CX112
                                  REDUZ-FIM-CX112 ALIQUOTA-CX112
                                  SITUACAO-CX112
                   MOVE SPACES TO COD-SERVICO-CX112
               NOT INVALID KEY
                   DISPLAY "DESCRICAO ATUAL: " DESCRICAO-CX112
           END-READ.
           DISPLAY "ALIQUOTA (PERC, 2 DEC)...............: "
               WITH NO ADVANCING.
           ACCEPT ALIQUOTA-CX112.
           IF   COD-SERVICO-CX112 NOT EQUAL SPACES
                DISPLAY "COD. SERVICO ATUAL: " COD-SERVICO-CX112.
           DISPLAY "COD. SERVICO MUNICIPAL (NFS-E).......: "
               WITH NO ADVANCING.
           ACCEPT COD-SERVICO-CX112.
           DISPLAY "SITUACAO (0-ATIVA 1-INATIVA).........: "
               WITH NO ADVANCING.
           ACCEPT SITUACAO-CX112.
           DISPLAY "CLASSE " CLASSE-CX112 " " DESCRICAO-CX112
                   " ORIGEM " ORIGEM-CX112 " REDUZ " REDUZ-INI-CX112
                   " A " REDUZ-FIM-CX112 " ALIQ " ALIQUOTA-CX112
                   " SIT " SITUACAO-CX112 " SERV " COD-SERVICO-CX112.
           GO TO LISTA-UMA-CLASSE.

       LISTA-UMA-CLASSE-EXIT. EXIT.
