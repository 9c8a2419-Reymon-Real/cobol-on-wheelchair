      *****************************************************************
      *** Shared field list for one line of the erasure register    ***
      *** data/erasures.log, appended by erasecustomers once an     ***
      *** approved right-to-erasure request has been carried out:   ***
      *** the approval it carried out, the customer whose personal  ***
      *** fields were overwritten with the tombstone "*ERASED*",    ***
      *** when (CURRENT-DATE to the second), and the certificate    ***
      *** written for the data-protection officer. An approval on   ***
      *** the register is never carried out twice. verifychain      ***
      *** reads it too: a trail entry overwritten by an erasure no  ***
      *** longer makes its own digest, and is let through only      ***
      *** when the register accounts for it. ERA-HELD-BY names the  ***
      *** legal hold that kept some of the customer's dated entries ***
      *** as they were; such an erasure is carried out again, for   ***
      *** what it could not reach, once that hold is released.      ***
      *****************************************************************
           05 ERA-APPR-ID  PIC X(10).
           05 FILLER       PIC X(1).
           05 ERA-CUST-ID  PIC X(10).
           05 FILLER       PIC X(1).
           05 ERA-STAMP    PIC X(14).
           05 FILLER       PIC X(1).
           05 ERA-CERT     PIC X(64).
           05 FILLER       PIC X(1).
           05 ERA-HELD-BY  PIC X(10).
