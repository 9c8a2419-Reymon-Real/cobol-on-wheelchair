      *****************************************************************
      *** Shared field list for one customer case - a request a     ***
      *** customer raised in the portal, worked on /admin/cases     ***
      *** until it is settled. CASE-ID is minted from the shared    ***
      *** key counter ("CASENO    "). CASE-CATEGORY is one of the   ***
      *** categories in data/caseslas.txt, whose days give          ***
      *** CASE-DUE (CCYYMMDD) at opening. CASE-ASSIGNEE is the      ***
      *** staff login working it - the customer's account owner to  ***
      *** start with, spaces while nobody has it.                   ***
      *** CASE-STATUS:                                              ***
      ***  - "O" open - not yet picked up;                          ***
      ***  - "P" in progress;                                       ***
      ***  - "W" waiting on the customer;                           ***
      ***  - "R" resolved - CASE-RESOLVED says when.                ***
      *** CASE-HIST keeps every status change and reassignment,     ***
      *** oldest first: who, when, the status before and after, the ***
      *** assignee after and the remark given. Once all 15 entries  ***
      *** are used the oldest is dropped to make room.              ***
      *****************************************************************
           05 CASE-ID          PIC X(10).
           05 CASE-CUST-ID     PIC X(10).
           05 CASE-CATEGORY    PIC X(12).
           05 CASE-TEXT        PIC X(90).
           05 CASE-STATUS      PIC X(1).
           05 CASE-ASSIGNEE    PIC X(30).
           05 CASE-OPENED      PIC X(21).
           05 CASE-OPENED-BY   PIC X(30).
           05 CASE-DUE         PIC X(8).
           05 CASE-RESOLVED    PIC X(21).
           05 CASE-CHANGED     PIC X(21).
           05 CASE-CHANGED-BY  PIC X(30).
           05 CASE-HIST-COUNT  PIC 9(2).
           05 CASE-HIST OCCURS 15 TIMES.
              10 CASE-H-WHEN     PIC X(21).
              10 CASE-H-USER     PIC X(30).
              10 CASE-H-FROM     PIC X(1).
              10 CASE-H-TO       PIC X(1).
              10 CASE-H-ASSIGNEE PIC X(30).
              10 CASE-H-REMARK   PIC X(60).
