           SELECT CXD117 ASSIGN TO PATH-CXD117
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CX117
                  ALTERNATE RECORD KEY IS
                  ALT-CX117 = DATA-VCTO-CX117
                              NR-EMPREST-CX117
                              PARCELA-CX117
                  STATUS IS ST-CXD117.
