           SELECT USD009 ASSIGN TO PATH-USD009
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-US09
                  STATUS IS ST-USD009.
