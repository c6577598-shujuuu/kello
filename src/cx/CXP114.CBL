           MOVE CONTA-REDUZ-PARM   TO CONTA-REDUZ-CX100.
           MOVE USUARIO-PARM       TO USUARIO-CX100.
           MOVE CONTA-CAIXA-PARM   TO CONTA-CAIXA-CX100.
           MOVE ZEROS              TO CENTRO-CUSTO-CX100.
           MOVE ZEROS              TO SESSAO-CX100.
           MOVE ZEROS TO LCTO-GRAVADO-W TENTA-LCTO-W.
           PERFORM GRAVA-LCTO-FISICO
                   UNTIL LCTO-GRAVADO-W EQUAL 1
