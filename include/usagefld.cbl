      *****************************************************************
      *** Shared field list for one line of the API usage ledger:   ***
      *** the calls one key made to one route pattern on one day,   ***
      *** counted by checkapikey on every call it lets through -    ***
      *** the ledger took over from the single running AK-USED      ***
      *** counter on the key itself. UG-OWNER is the key's owner at ***
      *** the time, so the month-end pricing run (apiusagebill) can ***
      *** group a partner's keys - old and rotated alike - without  ***
      *** going back to the key catalog. UG-BILLED-CALLS is how     ***
      *** many of UG-CALLS have been priced and filed as an order   ***
      *** so far, and UG-LAST-BILLED the run date (CCYYMMDD) that   ***
      *** last moved it; calls still arriving on a day already      ***
      *** billed are picked up by the next run.                     ***
      *** The route is the matched pattern, cut to 80 characters.   ***
      *****************************************************************
           05 UG-KEY.
              10 UG-API-KEY    PIC X(40).
              10 UG-DATE       PIC X(8).
              10 UG-ROUTE      PIC X(80).
           05 UG-OWNER         PIC X(30).
           05 UG-CALLS         PIC 9(9).
           05 UG-BILLED-CALLS  PIC 9(9).
           05 UG-LAST-BILLED   PIC X(8).
