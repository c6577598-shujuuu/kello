           SELECT COD066 ASSIGN TO PATH-COD066
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO66 = CODBAN-CO66 NSA-CO66
                                             NR-CONTRATO-CO66
                                             PARCELA-CO66
                  ALTERNATE RECORD KEY IS
                  ALT-CO66 = NR-CONTRATO-CO66
                             PARCELA-CO66
                  WITH DUPLICATES
                  STATUS IS ST-COD066.
