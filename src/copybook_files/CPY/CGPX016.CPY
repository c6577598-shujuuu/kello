           SELECT CGD016 ASSIGN TO PATH-CGD016
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CG16
                  ALTERNATE RECORD KEY IS
                  ALT1-CG16 = FONETICA-CG16
                              CODIGO-CG16
                              WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                  ALT2-CG16 = PALAVRA-CG16
                              CODIGO-CG16
                              WITH DUPLICATES
                  STATUS IS ST-CGD016.
