           SELECT COD085 ASSIGN TO PATH-COD085
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO85
                  ALTERNATE RECORD KEY IS
                  ALT-CO85 = FOTOGRAFO-CO85
                             DATA-EVENTO-CO85
                             WITH DUPLICATES
                  STATUS IS ST-COD085.
