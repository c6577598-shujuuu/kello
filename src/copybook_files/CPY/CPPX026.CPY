           SELECT CPD026 ASSIGN TO PATH-CPD026
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CP26 = FORNECEDOR-CP26
                                             TIPO-SERVICO-CP26
                  STATUS IS ST-CPD026.
