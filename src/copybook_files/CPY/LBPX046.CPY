           SELECT LBD046 ASSIGN TO PATH-LBD046
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LB46
                  STATUS IS ST-LBD046.
