           SELECT LBD045 ASSIGN TO PATH-LBD045
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LB45
                  STATUS IS ST-LBD045.
