           SELECT COD084 ASSIGN TO PATH-COD084
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO84
                  ALTERNATE RECORD KEY IS
                              RASTREIO-CO84
                  WITH DUPLICATES
                  STATUS IS ST-COD084.
