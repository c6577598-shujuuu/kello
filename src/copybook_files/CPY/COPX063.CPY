           SELECT COD063 ASSIGN TO PATH-COD063
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-RECIBO-CO63
                  ALTERNATE RECORD KEY IS
                  ALT-CO63 = NR-CONTRATO-CO63
                             PARCELA-CO63
                  WITH DUPLICATES
                  STATUS IS ST-COD063.
