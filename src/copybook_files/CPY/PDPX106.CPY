           SELECT PDD106 ASSIGN TO PATH-PDD106
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-PD106
                  STATUS IS ST-PDD106.
