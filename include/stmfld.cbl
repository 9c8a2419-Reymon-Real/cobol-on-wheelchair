      *****************************************************************
      *** Shared field list for one customer ACCOUNT STATEMENT, as  ***
      *** the month-end run issued it: keyed by customer and the    ***
      *** CCYYMM it covers, so a customer's statements read         ***
      *** together in date order and the portal can offer the       ***
      *** latest. The closing balance is what the customer's open   ***
      *** and billed orders still owed at the run, aged current /   ***
      *** 30 / 60 / 90+ by order date exactly as data/araging.prn   ***
      *** ages it; the opening balance is worked back from it       ***
      *** through the month's activity:                             ***
      ***   opening = closing - invoiced - unbilled                 ***
      ***             + credited + paid - returned                  ***
      *** STM-UNBILLED is what open orders not yet on an invoice    ***
      *** owe. The activity itself is kept line by line - I invoice ***
      *** cut, U order not yet invoiced, C credit note, P payment   ***
      *** applied, R payment the bank returned - up to 40 lines;    ***
      *** STM-ITEM-COUNT says how many there were in all.           ***
      *** STM-DELIVERY: M mailed, P printed.                        ***
      *****************************************************************
           05 STM-KEY.
              10 STM-CUST-ID  PIC X(10).
              10 STM-PERIOD   PIC X(6).
           05 STM-CREATED     PIC X(21).
           05 STM-OPENING     PIC S9(11)V99.
           05 STM-INVOICED    PIC 9(11)V99.
           05 STM-UNBILLED    PIC 9(11)V99.
           05 STM-CREDITED    PIC 9(11)V99.
           05 STM-PAID        PIC 9(11)V99.
           05 STM-RETURNED    PIC 9(11)V99.
           05 STM-CLOSING     PIC 9(11)V99.
           05 STM-AGE-CURRENT PIC 9(11)V99.
           05 STM-AGE-30      PIC 9(11)V99.
           05 STM-AGE-60      PIC 9(11)V99.
           05 STM-AGE-90      PIC 9(11)V99.
           05 STM-DELIVERY    PIC X(1).
           05 STM-ITEM-COUNT  PIC 9(4).
           05 STM-ITEMS OCCURS 40 TIMES.
              10 STM-ITEM-TYPE   PIC X(1).
              10 STM-ITEM-DATE   PIC X(8).
              10 STM-ITEM-REF    PIC X(16).
              10 STM-ITEM-AMOUNT PIC 9(11)V99.
