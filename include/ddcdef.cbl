           SELECT collections-file
               ASSIGN TO "data/ddcollections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDC-NO
               FILE STATUS IS collections-file-status.
