      *****************************************************************
      *** Shared field list for one entry in a tax code's rate      ***
      *** history, keyed by the code and the CCYYMMDD the rate      ***
      *** takes effect from - the same dated shape the product      ***
      *** price history has (prhfld.cbl), so a rate change is filed ***
      *** ahead of time and simply starts applying on the day. The  ***
      *** codes: S standard, R reduced, Z zero-rated, E exempt. Z   ***
      *** and E always charge nothing; filing them here only gives  ***
      *** them a description. An entry in force is never rewritten, ***
      *** so what an invoice charged can always be explained.       ***
      *****************************************************************
           05 TAX-KEY.
              10 TAX-CODE  PIC X(1).
              10 TAX-FROM  PIC X(8).
           05 TAX-RATE     PIC 9(3)V99.
           05 TAX-DESC     PIC X(30).
           05 TAX-USER     PIC X(30).
           05 TAX-WHEN     PIC X(21).
