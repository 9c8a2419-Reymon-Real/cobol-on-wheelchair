           SELECT reportsubs-file
               ASSIGN TO "data/reportsubs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSUB-ID
               FILE STATUS IS reportsubs-file-status.
