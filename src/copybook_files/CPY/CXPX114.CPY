           SELECT CXD114 ASSIGN TO PATH-CXD114
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CX114
                  STATUS IS ST-CXD114.
