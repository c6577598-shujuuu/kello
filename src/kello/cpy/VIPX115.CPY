           SELECT VID115 ASSIGN TO PATH-VID115
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-V115
                  ALTERNATE RECORD KEY IS
                  ALT-V115 = VOLUME-V115
                             CAMINHO-V115
                  WITH DUPLICATES
                  STATUS IS ST-VID115.
