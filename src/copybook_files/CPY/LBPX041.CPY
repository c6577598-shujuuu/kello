           SELECT LBD041 ASSIGN TO PATH-LBD041
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LB41
                  STATUS IS ST-LBD041.
