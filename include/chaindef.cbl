           SELECT chainhead-file
               ASSIGN TO "data/chainhead.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-LOG
               FILE STATUS IS chainhead-file-status.
