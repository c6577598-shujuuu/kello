           SELECT COD075 ASSIGN TO PATH-COD075
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO75
                  STATUS IS ST-COD075.
