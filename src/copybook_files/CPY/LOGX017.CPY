           SELECT LOG017 ASSIGN TO PATH-LOG017
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LOG17
                  STATUS IS ST-LOG017.
