           SELECT PDD107 ASSIGN TO PATH-PDD107
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-PD107
                  STATUS IS ST-PDD107.
