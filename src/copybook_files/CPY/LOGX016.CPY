           SELECT LOG016 ASSIGN TO PATH-LOG016
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CODIGO-LOG16
                  STATUS IS ST-LOG016.
