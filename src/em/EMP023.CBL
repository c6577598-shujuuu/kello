           IF   DATA-MOV-CX100 NOT EQUAL DATA-PARM
                MOVE 1 TO FIM-ARQ-W
                GO TO ACUMULA-DIA-EXIT.
      *    depreciacao (CTP006) e PDD (COP077), TIPO 48/98, nao
      *    sao dinheiro do dia - mesmo corte do CXP102
           IF   LCTO-NAO-CAIXA-CX100
                GO TO ACUMULA-DIA-EXIT.
           IF   TIPO-LCTO-CX100 LESS 50
                ADD VALOR-CX100 TO DEBITO-EMP-W
           ELSE
