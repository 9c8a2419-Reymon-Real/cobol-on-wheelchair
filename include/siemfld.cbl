      *****************************************************************
      *** Shared field list for the security event forwarding state ***
      *** kept in data/siemstate.txt, one line rewritten by         ***
      *** forwardsecevents. SIEM-SENT-LINES is how many lines of    ***
      *** data/secevents.log the collector has taken delivery of,   ***
      *** so the next run starts one past it; SIEM-SENT-STAMP is    ***
      *** when. SIEM-FIRST-LINE holds the head of the log's first   ***
      *** line as it was then - a log whose first line no longer    ***
      *** matches has been rotated or replaced, and is sent from    ***
      *** its start.                                                ***
      *****************************************************************
           05 SIEM-SENT-LINES  PIC 9(9).
           05 FILLER           PIC X(1).
           05 SIEM-SENT-STAMP  PIC X(14).
           05 FILLER           PIC X(1).
           05 SIEM-FIRST-LINE  PIC X(100).
