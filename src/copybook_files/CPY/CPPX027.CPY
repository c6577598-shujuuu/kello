           SELECT CPD027 ASSIGN TO PATH-CPD027
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CP27 = SEQ-CAIXA-CP27
                                             PARCELA-CP27
                  ALTERNATE RECORD KEY IS
                  ALT-CP27 = MESANO-CP27
                             SEQ-CAIXA-CP27
                             PARCELA-CP27
                  STATUS IS ST-CPD027.
