           SELECT CXD116 ASSIGN TO PATH-CXD116
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-EMPREST-CX116
                  STATUS IS ST-CXD116.
