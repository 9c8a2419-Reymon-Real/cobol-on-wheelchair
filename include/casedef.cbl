           SELECT cases-file
               ASSIGN TO "data/cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID
               FILE STATUS IS cases-file-status.
