           MOVE CONTA-REDUZ-CX100  TO CONTA-REDUZ-CX900.
           MOVE USUARIO-CX100      TO USUARIO-CX900.
           MOVE CONTA-CAIXA-CX100  TO CONTA-CAIXA-CX900.
           MOVE CENTRO-CUSTO-CX100 TO CENTRO-CUSTO-CX900.
           MOVE SESSAO-CX100       TO SESSAO-CX900.
           MOVE DATA-ATUAL-W       TO DATA-ARQUIVAMENTO-CX900.
           WRITE REG-CXD900.
           IF   ST-CXD900 NOT EQUAL "00"
