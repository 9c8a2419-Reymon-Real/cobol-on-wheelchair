      *****************************************************************
      *** Shared field list for the journal shipping state kept on  ***
      *** the primary in data/shipstate.txt, one line rewritten by  ***
      *** shipjournal. SHP-CUT-SEGMENT is the last segment cut from ***
      *** data/journal.log (data/jseg_<segment>.seq) and            ***
      *** SHP-CUT-SEQ the last journal sequence number it holds, so ***
      *** the next cut starts one past it; SHP-SENT-SEGMENT is the  ***
      *** last segment the standby has taken delivery of - a cut    ***
      *** segment beyond it is sent again on the next run.          ***
      *** SHP-BUNDLE-DATE is the backup date whose exports and      ***
      *** config files last went across.                            ***
      *****************************************************************
           05 SHP-CUT-SEGMENT  PIC 9(9).
           05 FILLER           PIC X(1).
           05 SHP-CUT-SEQ      PIC 9(9).
           05 FILLER           PIC X(1).
           05 SHP-CUT-STAMP    PIC X(14).
           05 FILLER           PIC X(1).
           05 SHP-SENT-SEGMENT PIC 9(9).
           05 FILLER           PIC X(1).
           05 SHP-SENT-STAMP   PIC X(14).
           05 FILLER           PIC X(1).
           05 SHP-BUNDLE-DATE  PIC X(8).
