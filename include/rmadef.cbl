           SELECT rmas-file
               ASSIGN TO "data/rmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-NO
               FILE STATUS IS rmas-file-status.
