           SELECT USD006 ASSIGN TO PATH-USD006
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-US06
                  STATUS IS ST-USD006.
