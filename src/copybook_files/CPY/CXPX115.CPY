           SELECT CXD115 ASSIGN TO PATH-CXD115
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CX115
                  STATUS IS ST-CXD115.
