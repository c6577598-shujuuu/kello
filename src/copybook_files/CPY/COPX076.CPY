           SELECT COD076 ASSIGN TO PATH-COD076
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO76
                  STATUS IS ST-COD076.
