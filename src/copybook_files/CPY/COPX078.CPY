           SELECT COD078 ASSIGN TO PATH-COD078
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO78
                  STATUS IS ST-COD078.
