           SELECT COD080 ASSIGN TO PATH-COD080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-CO80
                  ALTERNATE RECORD KEY IS
                  ALT-CO80 = CURSO-CO80 TURMA-CO80 EVENTO-CO80
                             NOME-FORMANDO-CO80
                  WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                  ALT2-CO80 = CURSO-CO80 TURMA-CO80 EVENTO-CO80
                              MESA-CO80 NOME-FORMANDO-CO80
                  WITH DUPLICATES
                  STATUS IS ST-COD080.
