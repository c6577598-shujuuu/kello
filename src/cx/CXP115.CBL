           MOVE 0                 TO SITUACAO-CX106.
           MOVE ZEROS             TO DATA-CREDITO-CX106
                                     VALOR-LIQUIDO-CX106
                                     VALOR-TAXA-CX106
                                     NR-CHARGEBACK-CX106.
           MOVE USUARIO-PARM      TO USUARIO-CX106.
           WRITE REG-CXD106
               INVALID KEY
