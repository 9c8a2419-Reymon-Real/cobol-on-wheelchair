      *****************************************************************
      *** Shared field list for the CRM change feed state kept in   ***
      *** data/crmstate.txt, one line rewritten by crmfeed.         ***
      *** CRM-ACKED-SEQ is the high-water mark: the last change-    ***
      *** history CH-SEQ the CRM has acknowledged taking, and       ***
      *** CRM-ACKED-STAMP when that acknowledgement was seen. The   ***
      *** next feed starts one past it. CRM-SENT-FILE is the feed   ***
      *** last written and not yet acknowledged, CRM-SENT-SEQ the   ***
      *** highest change it carries and CRM-SENT-STAMP when it was  ***
      *** written; the mark moves up to CRM-SENT-SEQ only when      ***
      *** data/crmfeed.ack names that file.                         ***
      *****************************************************************
           05 CRM-ACKED-SEQ    PIC 9(10).
           05 FILLER           PIC X(1).
           05 CRM-ACKED-STAMP  PIC X(14).
           05 FILLER           PIC X(1).
           05 CRM-SENT-SEQ     PIC 9(10).
           05 FILLER           PIC X(1).
           05 CRM-SENT-STAMP   PIC X(14).
           05 FILLER           PIC X(1).
           05 CRM-SENT-FILE    PIC X(64).
