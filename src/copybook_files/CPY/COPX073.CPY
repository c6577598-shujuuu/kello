           SELECT COD073 ASSIGN TO PATH-COD073
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-LOTE-CO73
                  STATUS IS ST-COD073.
