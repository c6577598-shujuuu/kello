           SELECT USD010 ASSIGN TO PATH-USD010
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS USUARIO-US10
                  STATUS IS ST-USD010.
