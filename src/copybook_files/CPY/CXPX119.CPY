           SELECT CXD119 ASSIGN TO PATH-CXD119
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-SESSAO-CX119
                  ALTERNATE RECORD KEY IS
                  ALT-CX119 = OPERADOR-CX119
                              SITUACAO-CX119
                              NR-SESSAO-CX119
                  ALTERNATE RECORD KEY IS
                  ALT2-CX119 = CONTA-CX119
                               DATA-CX119
                               NR-SESSAO-CX119
                  STATUS IS ST-CXD119.
