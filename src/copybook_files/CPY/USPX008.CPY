           SELECT USD008 ASSIGN TO PATH-USD008
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CODIGO-US08
                  STATUS IS ST-USD008.
