           SELECT LBD042 ASSIGN TO PATH-LBD042
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-LB42
                  ALTERNATE RECORD KEY IS
                  ALT-LB42 = ITEM-LB42
                             DATA-LOTE-LB42
                             SEQ-LOTE-LB42
                  WITH DUPLICATES
                  STATUS IS ST-LBD042.
