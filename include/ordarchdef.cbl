           SELECT ordarch-file
               ASSIGN TO "data/ordarch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOR-KEY
               FILE STATUS IS ordarch-file-status.
