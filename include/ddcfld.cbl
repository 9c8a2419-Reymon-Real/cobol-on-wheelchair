      *****************************************************************
      *** Shared field list for one direct debit COLLECTION: one    ***
      *** invoice collected under its customer's active mandate,    ***
      *** filed under a number minted from the shared key counter   ***
      *** ("DDCOLLECT "). DDC-REF is the end-to-end reference the   ***
      *** submission carries ("DD" and the number) - the bank hands ***
      *** it back on a returned collection, and it is the bank      ***
      *** reference on the collection's receipt. DDC-AMOUNT is what ***
      *** the advance notice told the customer, DDC-COLLECTED what  ***
      *** was actually submitted (never more); DDC-DUE the          ***
      *** CCYYMMDD it is collected on - the invoice's due date, or  ***
      *** later when the notice period would otherwise be cut       ***
      *** short.                                                    ***
      *** DDC-SEQ-TYPE is FRST or RCUR as submitted.                ***
      *** DDC-STATUS:                                               ***
      ***  - "N" noticed - the advance notice has gone, waiting for ***
      ***    its day;                                               ***
      ***  - "S" submitted to the bank and applied to the orders    ***
      ***    under receipt DDC-RCP-NO;                              ***
      ***  - "R" returned by the bank (DDC-RETURN-CODE, -REASON and ***
      ***    -DATE) and backed out of the orders again;             ***
      ***  - "X" withdrawn before submission - nothing left owing,  ***
      ***    or the mandate went (DDC-RETURN-REASON says which).    ***
      *** An invoice is collected once: whatever became of its      ***
      *** collection, the run never starts another for it.          ***
      *****************************************************************
           05 DDC-NO          PIC 9(10).
           05 DDC-REF         PIC X(16).
           05 DDC-INV-NO      PIC X(10).
           05 DDC-CUST-ID     PIC X(10).
           05 DDC-MDT-NO      PIC 9(10).
           05 DDC-MDT-REF     PIC X(35).
           05 DDC-AMOUNT      PIC 9(9)V99.
           05 DDC-COLLECTED   PIC 9(9)V99.
           05 DDC-DUE         PIC X(8).
           05 DDC-SEQ-TYPE    PIC X(4).
           05 DDC-STATUS      PIC X(1).
           05 DDC-NOTICED     PIC X(8).
           05 DDC-SUBMITTED   PIC X(8).
           05 DDC-RCP-NO      PIC 9(10).
           05 DDC-RETURN-DATE PIC X(8).
           05 DDC-RETURN-CODE PIC X(4).
           05 DDC-RETURN-REASON PIC X(40).
           05 DDC-CREATED     PIC X(21).
