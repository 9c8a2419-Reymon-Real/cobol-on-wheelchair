           SELECT apiusage-file
               ASSIGN TO "data/apiusage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UG-KEY
               FILE STATUS IS apiusage-file-status.
