           MOVE TIPO-DEBITO-PARM  TO TIPO-LCTO-CX100.
           MOVE REDUZ-ORIGEM-PARM TO CONTA-REDUZ-CX100.
           MOVE CONTA-ORIGEM-PARM TO CONTA-CAIXA-CX100.
           MOVE ZEROS             TO CENTRO-CUSTO-CX100.
           MOVE ZEROS             TO SESSAO-CX100.
           PERFORM GRAVA-LANCAMENTO.
           CLOSE CXD100.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
           MOVE TIPO-CREDITO-PARM  TO TIPO-LCTO-CX100.
           MOVE REDUZ-DESTINO-PARM TO CONTA-REDUZ-CX100.
           MOVE CONTA-DESTINO-PARM TO CONTA-CAIXA-CX100.
           MOVE ZEROS              TO CENTRO-CUSTO-CX100.
           MOVE ZEROS              TO SESSAO-CX100.
           PERFORM GRAVA-LANCAMENTO.
           CLOSE CXD100.
           IF   LCTO-GRAVADO-W NOT EQUAL 1
