           SELECT creditnotes-file
               ASSIGN TO "data/creditnotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-NO
               FILE STATUS IS creditnotes-file-status.
