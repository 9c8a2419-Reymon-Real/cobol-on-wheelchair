           SELECT contracts-file
               ASSIGN TO "data/contracts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS contracts-file-status.
