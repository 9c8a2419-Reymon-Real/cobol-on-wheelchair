      *****************************************************************
      *** Shared field list for one quote prepared for a customer:  ***
      *** filed by /quote under the same reference its savedcalcs   ***
      *** record carries (so /calc/<ref> still re-renders it), with ***
      *** the customer it is for, the CCYYMMDD it stands open until,***
      *** and every line as it was quoted. QTE-STATUS: O = open,    ***
      *** A = accepted in the portal - QTE-ACCEPTED-WHEN/-BY say    ***
      *** when and by which portal account. Acceptance files one    ***
      *** order per line at the quoted unit price; QTE-NET is the   ***
      *** sum of the lines before tax (what the orders add up to),  ***
      *** QTE-TOTAL the tax-inclusive figure the customer was shown.***
      *** QTE-PROD-CODE is the catalog product a line was quoted    ***
      *** for, spaces for a free-text line.                         ***
      *****************************************************************
           05 QTE-REF           PIC X(10).
           05 QTE-CUST-ID       PIC X(10).
           05 QTE-EXPIRES       PIC X(8).
           05 QTE-STATUS        PIC X(1).
           05 QTE-USER          PIC X(30).
           05 QTE-CREATED       PIC X(21).
           05 QTE-ACCEPTED-WHEN PIC X(21).
           05 QTE-ACCEPTED-BY   PIC X(30).
           05 QTE-NET           PIC 9(13)V99.
           05 QTE-TOTAL         PIC 9(13)V99.
           05 QTE-LINE-COUNT    PIC 9(2).
           05 QTE-LINES OCCURS 20 TIMES.
              10 QTE-PROD-CODE  PIC X(10).
              10 QTE-DESC       PIC X(60).
              10 QTE-QTY        PIC 9(5).
              10 QTE-PRICE      PIC 9(7)V99.
