           SELECT CTD002 ASSIGN TO PATH-CTD002
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CT02
                  STATUS IS ST-CTD002.
