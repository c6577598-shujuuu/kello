           SELECT COD067 ASSIGN TO PATH-COD067
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO67
                  STATUS IS ST-COD067.
