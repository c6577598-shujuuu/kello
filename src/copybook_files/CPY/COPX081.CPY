           SELECT COD081 ASSIGN TO PATH-COD081
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO81
                  STATUS IS ST-COD081.
