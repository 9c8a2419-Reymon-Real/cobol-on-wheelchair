           SELECT legalholds-file
               ASSIGN TO "data/legalholds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS legalholds-file-status.
