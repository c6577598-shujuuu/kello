           SELECT RCD107 ASSIGN TO PATH-RCD107
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-RC107
                  STATUS IS ST-RCD107.
