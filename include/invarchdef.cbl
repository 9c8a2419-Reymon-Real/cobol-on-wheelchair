           SELECT invarch-file
               ASSIGN TO "data/invarch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIN-NO
               FILE STATUS IS invarch-file-status.
