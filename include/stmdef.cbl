           SELECT statements-file
               ASSIGN TO "data/statements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-KEY
               FILE STATUS IS statements-file-status.
