                  ALT-CO44 = DATA-VCTO-CO44
                             NR-CONTRATO-CO44
                  WITH DUPLICATES
                  ALTERNATE RECORD KEY IS
                  ALT2-CO44 = SITUACAO-CO44
                              DATA-VCTO-CO44
                  WITH DUPLICATES
                  STATUS IS ST-COD044.
