           SELECT recurring-file
               ASSIGN TO "data/recurring.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-KEY
               FILE STATUS IS recurring-file-status.
