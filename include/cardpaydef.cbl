           SELECT cardpays-file
               ASSIGN TO "data/cardpays.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-REF
               FILE STATUS IS cardpays-file-status.
