           SELECT CXD113 ASSIGN TO PATH-CXD113
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CENTRO-CX113
                  STATUS IS ST-CXD113.
