           SELECT COD068 ASSIGN TO PATH-COD068
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-COTACAO-CO68
                  ALTERNATE RECORD KEY IS
                  ALT-CO68 = NR-CONTRATO-CO68
                             NR-COTACAO-CO68
                  STATUS IS ST-COD068.
