           SELECT CCD118 ASSIGN TO PATH-CCD118
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CC118
                  STATUS IS ST-CCD118.
