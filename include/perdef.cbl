           SELECT periods-file
               ASSIGN TO "data/periods.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MONTH
               FILE STATUS IS periods-file-status.
