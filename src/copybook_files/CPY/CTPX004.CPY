           SELECT CTD004 ASSIGN TO PATH-CTD004
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CT04
                  STATUS IS ST-CTD004.
