           SELECT LBD040 ASSIGN TO PATH-LBD040
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LB40
                  STATUS IS ST-LBD040.
