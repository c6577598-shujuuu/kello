           SELECT RCD108 ASSIGN TO PATH-RCD108
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-RC108
                  STATUS IS ST-RCD108.
