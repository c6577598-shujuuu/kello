           SELECT CXD118 ASSIGN TO PATH-CXD118
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-CHARGEBACK-CX118
                  ALTERNATE RECORD KEY IS
                  ALT-CX118 = NSU-CX118
                              PARCELA-CARTAO-CX118
                  WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                  ALT2-CX118 = DATA-CHARGEBACK-CX118
                               NR-CHARGEBACK-CX118
                  STATUS IS ST-CXD118.
