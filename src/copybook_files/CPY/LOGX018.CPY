           SELECT LOG018 ASSIGN TO PATH-LOG018
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LOG18
                  STATUS IS ST-LOG018.
