           SELECT RCD106 ASSIGN TO PATH-RCD106
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-RC106
                  STATUS IS ST-RCD106.
