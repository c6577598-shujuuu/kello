           SELECT LBD043 ASSIGN TO PATH-LBD043
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS IMPRESSORA-LB43
                  STATUS IS ST-LBD043.
