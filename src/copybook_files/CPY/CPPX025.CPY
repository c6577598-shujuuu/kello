           SELECT CPD025 ASSIGN TO PATH-CPD025
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CP25 = SEQ-CAIXA-CP25
                                             PARCELA-CP25
                                             SEQ-PGTO-CP25
                  ALTERNATE RECORD KEY IS
                  ALT-CP25 = DATA-PGTO-CP25
                             SEQ-CAIXA-CP25
                             PARCELA-CP25
                             SEQ-PGTO-CP25
                  STATUS IS ST-CPD025.
