           SELECT smsspool-file
               ASSIGN TO "data/smsspool.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMS-ID
               FILE STATUS IS smsspool-file-status.
