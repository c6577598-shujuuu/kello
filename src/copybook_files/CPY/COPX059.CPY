           SELECT COD059 ASSIGN TO PATH-COD059
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS DIAS-CO59
                  STATUS IS ST-COD059.
