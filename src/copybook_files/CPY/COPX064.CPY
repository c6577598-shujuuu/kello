           SELECT COD064 ASSIGN TO PATH-COD064
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO64 = NR-CONTRATO-CO64
                                             PARCELA-CO64 SEQ-CO64
                  ALTERNATE RECORD KEY IS
                  ALT-CO64 = NOSSO-NUMERO-CO64
                  WITH DUPLICATES
                  STATUS IS ST-COD064.
