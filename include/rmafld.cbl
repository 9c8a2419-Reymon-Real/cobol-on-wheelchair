      *****************************************************************
      *** Shared field list for one return authorization (RMA) -    ***
      *** goods a customer is sending back against one dispatched,  ***
      *** invoiced order. RMA-NO is minted from the shared key      ***
      *** counter ("RMA       "). RMA-QTY is how many of the        ***
      *** order's units are coming back; the quantities on the      ***
      *** order's live authorizations never add up past ORD-QTY.    ***
      *** RMA-STATUS:                                               ***
      ***  - "A" authorized - the number is issued, nothing back;   ***
      ***  - "R" received - the goods are in, awaiting inspection;  ***
      ***  - "I" inspected - passed, but the credit could not be    ***
      ***    raised (the invoice changed under it) and it waits for ***
      ***    the credit to be put through by hand;                  ***
      ***  - "C" credited - RMA-CRN-NO is the credit note raised    ***
      ***    against the order's invoice for RMA-CREDIT;            ***
      ***  - "X" refused - never came back, or failed inspection.   ***
      *** RMA-REFUND-DUE is the part of the returned goods' value   ***
      *** the order had already been paid for - a credit note only  ***
      *** takes off what is still owed, so that much is owed back   ***
      *** to the customer and is paid out by hand.                  ***
      *** The step dates are CCYYMMDD; RMA-NOTE carries the         ***
      *** inspection or refusal remark.                             ***
      *****************************************************************
           05 RMA-NO          PIC X(10).
           05 RMA-CUST-ID     PIC X(10).
           05 RMA-ORD-NO      PIC 9(10).
           05 RMA-INV-NO      PIC X(10).
           05 RMA-PROD-CODE   PIC X(10).
           05 RMA-QTY         PIC 9(5).
           05 RMA-REASON      PIC X(60).
           05 RMA-STATUS      PIC X(1).
           05 RMA-AUTH-DATE   PIC X(8).
           05 RMA-AUTH-BY     PIC X(30).
           05 RMA-RECV-DATE   PIC X(8).
           05 RMA-INSP-DATE   PIC X(8).
           05 RMA-NOTE        PIC X(60).
           05 RMA-CRN-NO      PIC X(10).
           05 RMA-CREDIT      PIC 9(9)V99.
           05 RMA-REFUND-DUE  PIC 9(9)V99.
           05 RMA-CHANGED     PIC X(21).
           05 RMA-CHANGED-BY  PIC X(30).
