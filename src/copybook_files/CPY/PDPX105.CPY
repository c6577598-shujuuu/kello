           SELECT PDD105 ASSIGN TO PATH-PDD105
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-PD105
                  STATUS IS ST-PDD105.
