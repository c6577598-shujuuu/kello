           SELECT COD082 ASSIGN TO PATH-COD082
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO82
                  ALTERNATE RECORD KEY IS
                  ALT-CO82 = DATA-VCTO-CO82
                  WITH DUPLICATES
                  STATUS IS ST-COD082.
