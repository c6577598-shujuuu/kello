           SELECT CTD003 ASSIGN TO PATH-CTD003
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CODIGO-BEM-CT03
                  ALTERNATE RECORD KEY IS
                  ALT-CT03 = ORIGEM-CT03
                             REFERENCIA-CT03
                  WITH DUPLICATES
                  STATUS IS ST-CTD003.
