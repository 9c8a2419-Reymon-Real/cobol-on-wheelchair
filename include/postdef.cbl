           SELECT postcodes-file
               ASSIGN TO "data/postcodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS postcodes-file-status.
