           SELECT prodprices-file
               ASSIGN TO "data/prodprices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRH-KEY
               FILE STATUS IS prodprices-file-status.
