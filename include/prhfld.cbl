      *****************************************************************
      *** Shared field list for one entry in a product's price      ***
      *** history, keyed by product code and the CCYYMMDD the price ***
      *** takes effect from, so one product's prices read together  ***
      *** in date order. A price change is filed ahead of time with ***
      *** a future PRH-FROM and simply starts applying on the day;  ***
      *** old entries are never rewritten, so what an order was     ***
      *** charged can always be explained.                          ***
      *****************************************************************
           05 PRH-KEY.
              10 PRH-CODE  PIC X(10).
              10 PRH-FROM  PIC X(8).
           05 PRH-PRICE    PIC 9(7)V99.
           05 PRH-USER     PIC X(30).
           05 PRH-WHEN     PIC X(21).
