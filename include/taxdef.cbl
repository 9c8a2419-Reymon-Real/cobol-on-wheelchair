           SELECT taxcodes-file
               ASSIGN TO "data/taxcodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-KEY
               FILE STATUS IS taxcodes-file-status.
