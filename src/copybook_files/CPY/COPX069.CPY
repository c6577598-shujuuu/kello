           SELECT COD069 ASSIGN TO PATH-COD069
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-BORDERO-CO69
                  STATUS IS ST-COD069.
