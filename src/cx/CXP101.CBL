                MOVE 1 TO FIM-CXD100
                GO TO EXPORTA-CXD100-EXIT.

      *    depreciacao/baixa de bem nao e movimento de banco
           IF   LCTO-NAO-CAIXA-CX100
                GO TO EXPORTA-CXD100-EXIT.

           IF   DATA-MOV-CX100 LESS DATA-INIC-PARM
                GO TO EXPORTA-CXD100-EXIT.

