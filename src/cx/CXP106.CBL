                MOVE 1 TO FIM-CXD100
                GO TO CONCILIA-CXD100-EXIT.

      *    depreciacao/baixa de bem nunca aparece no extrato
           IF   LCTO-NAO-CAIXA-CX100
                GO TO CONCILIA-CXD100-EXIT.

           MOVE DATA-MOV-CX100  TO DATA-CX100-W.
           MOVE SEQ-CX100       TO SEQ-CX100-W.
           MOVE VALOR-CX100     TO VALOR-CX100-W.
           MOVE REDUZ-TAB (REG-IDX)       TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM              TO USUARIO-CX100.
           MOVE CONTA-CAIXA-TAB (REG-IDX) TO CONTA-CAIXA-CX100.
           MOVE ZEROS                     TO CENTRO-CUSTO-CX100.
           MOVE ZEROS                     TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
