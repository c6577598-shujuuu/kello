           SELECT COD061 ASSIGN TO PATH-COD061
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO61
                  STATUS IS ST-COD061.
