      *****************************************************************
      *** Shared field list for one CREDIT NOTE, keyed like an      ***
      *** invoice by a number minted through the shared key         ***
      *** counter. A credit note is the only honest way to take     ***
      *** money off an invoice that has already gone out: it names  ***
      *** the original invoice (CRN-INV-NO), carries one line per   ***
      *** credited order with the amount taken off it, and the      ***
      *** covered orders carry the credit in ORD-CREDITED so the    ***
      *** payment intake and the AR aging stop treating it as owed. ***
      *** CRN-MAILED says whether the rendered note made it onto    ***
      *** the mail spool, same meaning as INV-MAILED.               ***
      *****************************************************************
           05 CRN-NO       PIC X(10).
           05 CRN-INV-NO   PIC X(10).
           05 CRN-CUST-ID  PIC X(10).
           05 CRN-AMOUNT   PIC 9(11)V99.
           05 CRN-REASON   PIC X(60).
           05 CRN-LINES    PIC 9(2).
           05 CRN-LINE OCCURS 10 TIMES.
              10 CRN-ORD-CUST-ID PIC X(10).
              10 CRN-ORD-NO      PIC 9(10).
              10 CRN-ORD-AMOUNT  PIC 9(9)V99.
           05 CRN-USER     PIC X(30).
           05 CRN-CREATED  PIC X(21).
           05 CRN-MAILED   PIC X(1).
