           SELECT COD062 ASSIGN TO PATH-COD062
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO62
                  STATUS IS ST-COD062.
