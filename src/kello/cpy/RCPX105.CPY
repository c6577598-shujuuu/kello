           SELECT RCD105 ASSIGN TO PATH-RCD105
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-RC105
                  STATUS IS ST-RCD105.
