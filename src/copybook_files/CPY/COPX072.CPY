           SELECT COD072 ASSIGN TO PATH-COD072
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO72
                  ALTERNATE RECORD KEY IS
                  ALT-CO72 = NR-CONTRATO-CO72
                             PARCELA-CO72
                             PEDIDO-CO72
                  WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                  ALT2-CO72 = LOTE-CO72
                              CHAVE-CO72
                  STATUS IS ST-COD072.
