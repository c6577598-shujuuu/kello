           SELECT CCD117 ASSIGN TO PATH-CCD117
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CC117 = NUMERO-CC117
                                              SEQ-COMPR-CC117
                  STATUS IS ST-CCD117.
