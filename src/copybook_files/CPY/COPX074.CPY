           SELECT COD074 ASSIGN TO PATH-COD074
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-PROSPECT-CO74
                  ALTERNATE RECORD KEY IS
                  ALT-CO74 = VENDEDOR-CO74
                             ANO-FORMATURA-CO74
                  WITH DUPLICATES
                  STATUS IS ST-COD074.
