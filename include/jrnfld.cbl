      *** dataset death costs minutes, not the day. JRN-ACTION:     ***
      *** W = new record, R = rewrite, D = delete. A gap in the     ***
      *** sequence numbers is what the integrity checker flags.     ***
      *** JRN-CHAIN is the entry's link in the tamper-evident chain ***
      *** (chainhash over the entry before it and this one -        ***
      *** chainfld.cbl); a gap or an edit breaks it from there on.  ***
      *****************************************************************
           05 JRN-SEQ     PIC 9(9).
           05 JRN-STAMP   PIC X(21).
           05 JRN-KEY     PIC X(30).
           05 JRN-BEFORE  PIC X(600).
           05 JRN-AFTER   PIC X(600).
           05 JRN-CHAIN   PIC X(16).
