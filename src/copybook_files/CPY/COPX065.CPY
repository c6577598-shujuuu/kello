           SELECT COD065 ASSIGN TO PATH-COD065
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO65 = NR-CONTRATO-CO65
                                             SEQ-CO65
                  STATUS IS ST-COD065.
