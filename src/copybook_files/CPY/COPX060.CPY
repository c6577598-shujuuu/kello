           SELECT COD060 ASSIGN TO PATH-COD060
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO60
                  STATUS IS ST-COD060.
