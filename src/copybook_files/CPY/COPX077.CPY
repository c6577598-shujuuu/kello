           SELECT COD077 ASSIGN TO PATH-COD077
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO77
                  STATUS IS ST-COD077.
