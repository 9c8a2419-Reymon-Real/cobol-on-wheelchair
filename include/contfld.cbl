      *****************************************************************
      *** Shared field list for one customer CONTRACT: keyed by     ***
      *** CUST-ID plus a contract number minted through the shared  ***
      *** key counter ("CONTRACT  "), so a customer's contracts     ***
      *** cluster together in key order the way its orders do.      ***
      *** CON-TYPE is a short kind ("support", "licence", ...),     ***
      *** CON-VALUE what the contract is worth over its term, in    ***
      *** the home currency. CON-START and CON-END are CCYYMMDD;    ***
      *** CON-NOTICE-DAYS is how long before CON-END notice has to  ***
      *** be given, so the notice period opens CON-NOTICE-DAYS      ***
      *** before CON-END. CON-OWNER is the staff login (USR-NAME)   ***
      *** answerable for the renewal - the customer's account owner ***
      *** unless somebody else is named.                            ***
      *** CON-STATUS:                                               ***
      ***  - "A" active;                                            ***
      ***  - "E" ended - not renewed, or cancelled; kept for the    ***
      ***    record.                                                ***
      *** CON-NOTICE-SENT is the day the nightly reminder went to   ***
      *** the owner (spaces until then); moving CON-END or the      ***
      *** notice period clears it, so a renewed contract reminds    ***
      *** again at its next notice period. Maintained from the      ***
      *** customer detail view.                                     ***
      *****************************************************************
           05 CON-KEY.
              10 CON-CUST-ID  PIC X(10).
              10 CON-NO       PIC 9(10).
           05 CON-TYPE        PIC X(12).
           05 CON-DESC        PIC X(60).
           05 CON-VALUE       PIC 9(11)V99.
           05 CON-START       PIC X(8).
           05 CON-END         PIC X(8).
           05 CON-NOTICE-DAYS PIC 9(3).
           05 CON-OWNER       PIC X(30).
           05 CON-STATUS      PIC X(1).
           05 CON-NOTICE-SENT PIC X(8).
           05 CON-CREATED     PIC X(21).
           05 CON-CHANGED     PIC X(21).
           05 CON-CHANGED-BY  PIC X(30).
