           MOVE SPACES              TO APROVADOR-CP20.
           MOVE ZEROS               TO DATA-APROV-CP20.
           MOVE "P"                 TO TIPO-TITULO-CP20.
           MOVE ZEROS                 TO CENTRO-CUSTO-CP20.
           WRITE REG-CPD020
               INVALID KEY
                   DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
           MOVE ZEROS             TO VALOR-LIBERADO-CC110.
           MOVE 0                 TO ATUALIZADO-CC-CC110.
           MOVE USUARIO-PARM      TO DIGITADOR-CC110.
           MOVE ZEROS             TO CENTRO-CUSTO-CC110.
           MOVE 1                 TO TIPO-CC110.
           WRITE REG-CCD110
               INVALID KEY
