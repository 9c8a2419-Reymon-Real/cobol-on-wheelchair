      *****************************************************************
      *** Shared field list for one closed financial period - one   ***
      *** calendar month, keyed CCYYMM. Months are closed in order  ***
      *** on the periods screen and never reopened; once a month is ***
      *** on file as closed nothing may be dated into it again, and ***
      *** a later change to one of its orders is booked to the open ***
      *** period as an adjustment (ORD-ADJ-DATE, orderfld.cbl).     ***
      *** PER-STATUS "C" closed. PER-CLOSED-BY / PER-CLOSED-WHEN    ***
      *** are the admin who closed it and when.                     ***
      *** The rest is the month's snapshot taken at close, the      ***
      *** fixed figures a later argument is settled against:        ***
      ***  - orders taken in the month (count and net ordered,      ***
      ***    cancellations in the month netted off as the sales     ***
      ***    analysis does);                                        ***
      ***  - invoices dated in the month, count and net/tax/gross;  ***
      ***  - credit notes, payments applied, bank returns and       ***
      ***    bad-debt write-offs dated in the month;                ***
      ***  - what all customers still owed at close, and how much   ***
      ***    of that was over 90 days old.                          ***
      *****************************************************************
           05 PER-MONTH        PIC X(6).
           05 PER-STATUS       PIC X(1).
           05 PER-CLOSED-BY    PIC X(30).
           05 PER-CLOSED-WHEN  PIC X(21).
           05 PER-ORDER-COUNT  PIC 9(7).
           05 PER-ORDERED      PIC S9(11)V99.
           05 PER-INV-COUNT    PIC 9(7).
           05 PER-INV-NET      PIC 9(11)V99.
           05 PER-INV-TAX      PIC 9(11)V99.
           05 PER-INV-GROSS    PIC 9(11)V99.
           05 PER-CREDITED     PIC 9(11)V99.
           05 PER-RECEIVED     PIC 9(11)V99.
           05 PER-RETURNED     PIC 9(11)V99.
           05 PER-WRITTEN-OFF  PIC 9(11)V99.
           05 PER-AR-OPEN      PIC 9(11)V99.
           05 PER-AR-OVER-90   PIC 9(11)V99.
