           SELECT COD083 ASSIGN TO PATH-COD083
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO83
                  STATUS IS ST-COD083.
