           SELECT recerts-file
               ASSIGN TO "data/recerts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS recerts-file-status.
