           SELECT USD007 ASSIGN TO PATH-USD007
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS NR-SOLIC-US07
                  ALTERNATE RECORD KEY IS
                  ALT-US07 = ARQUIVO-US07
                             CHAVE-REG-US07
                  WITH DUPLICATES
                  STATUS IS ST-USD007.
