           SELECT COD079 ASSIGN TO PATH-COD079
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO79
                  STATUS IS ST-COD079.
