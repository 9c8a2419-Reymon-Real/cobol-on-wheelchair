           SELECT quotes-file
               ASSIGN TO "data/quotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-REF
               FILE STATUS IS quotes-file-status.
