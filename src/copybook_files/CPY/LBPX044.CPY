           SELECT LBD044 ASSIGN TO PATH-LBD044
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LB44
                  STATUS IS ST-LBD044.
