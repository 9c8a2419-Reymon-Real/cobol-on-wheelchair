      *** API and the import worker; read back by the customer      ***
      *** history screen. CH-BEFORE all spaces means the record     ***
      *** didn't exist before (an add).                              ***
      *** CH-PREV-SEQ / CH-CHAIN link the change into the tamper-   ***
      *** evident chain: the CH-SEQ of the change filed before it   ***
      *** (spaces for the first), and chainhash over that change's  ***
      *** CH-CHAIN and this record - chainfld.cbl. Changes filed    ***
      *** before the chain began carry both as spaces.              ***
      *****************************************************************
           05 CH-SEQ     PIC X(10).
           05 CH-CUST-ID PIC X(10).
           05 CH-USER    PIC X(30).
           05 CH-BEFORE  PIC X(600).
           05 CH-AFTER   PIC X(600).
           05 CH-PREV-SEQ PIC X(10).
           05 CH-CHAIN   PIC X(16).
