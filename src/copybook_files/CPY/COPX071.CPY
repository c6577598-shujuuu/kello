           SELECT COD071 ASSIGN TO PATH-COD071
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-RECIBO-CO71
                  ALTERNATE RECORD KEY IS
                  ALT-CO71 = NR-CONTRATO-CO71
                             PARCELA-CO71
                  WITH DUPLICATES
                  STATUS IS ST-COD071.
