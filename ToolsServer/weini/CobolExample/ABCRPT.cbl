                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
