           SELECT CCD116 ASSIGN TO PATH-CCD116
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NUMERO-CC116
                  ALTERNATE RECORD KEY IS
                  ALT-CC116 = CODIGO-CC116
                              NUMERO-CC116
                  STATUS IS ST-CCD116.
