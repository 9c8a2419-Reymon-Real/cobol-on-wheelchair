           SELECT products-file
               ASSIGN TO "data/products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS products-file-status.
