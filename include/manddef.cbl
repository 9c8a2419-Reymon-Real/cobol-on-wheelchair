           SELECT mandates-file
               ASSIGN TO "data/mandates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-KEY
               FILE STATUS IS mandates-file-status.
