      *****************************************************************
      *** Shared field list for one run of the customer data-       ***
      *** quality scorecard, appended weekly by custquality to      ***
      *** data/qualityhistory.log and read back by the next run for ***
      *** its trend lines: the run date, the active customers on    ***
      *** the master, how many of them could be scored, their       ***
      *** average score out of 100, how many scored a clean 100,    ***
      *** and how many failed each check, in custquality's check    ***
      *** order (phone missing, address missing, postcode missing,  ***
      *** email flagged bad, phone malformed, name in capitals,     ***
      *** unchanged for years).                                     ***
      *****************************************************************
           05 QH-DATE      PIC X(8).
           05 FILLER       PIC X(1).
           05 QH-ACTIVE    PIC 9(7).
           05 FILLER       PIC X(1).
           05 QH-SCORED    PIC 9(7).
           05 FILLER       PIC X(1).
           05 QH-AVG-SCORE PIC 9(3)V9.
           05 FILLER       PIC X(1).
           05 QH-CLEAN     PIC 9(7).
           05 QH-CHECKS OCCURS 7 TIMES.
              10 FILLER    PIC X(1).
              10 QH-FAILS  PIC 9(7).
