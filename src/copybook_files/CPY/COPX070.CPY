           SELECT COD070 ASSIGN TO PATH-COD070
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO70
                  ALTERNATE RECORD KEY IS
                  ALT-CO70 = NR-CONTRATO-CO70
                             PARCELA-CO70
                  WITH DUPLICATES
                  STATUS IS ST-COD070.
