           SELECT receipts-file
               ASSIGN TO "data/receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-NO
               FILE STATUS IS receipts-file-status.
