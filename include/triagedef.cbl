           SELECT triage-file
               ASSIGN TO "data/mailtriage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-ID
               FILE STATUS IS triage-file-status.
