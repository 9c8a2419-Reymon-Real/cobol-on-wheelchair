      *** invoice made it onto the mail spool (a customer with no   ***
      *** usable email address still gets billed - the paper copy   ***
      *** comes off this record).                                    ***
      *** INV-CREDITED totals the credit notes raised against the   ***
      *** invoice; INV-AMOUNT stays what was originally billed.     ***
      *** INV-DUN-STAGE is how far the nightly dunning step has     ***
      *** chased it (0 none yet, 1 polite reminder, 2 firm          ***
      *** reminder, 3 final notice) and INV-DUN-DATE the CCYYMMDD   ***
      *** of the last reminder sent.                                ***
      *** INV-AMOUNT is the gross the customer owes: INV-NET of     ***
      *** goods plus INV-TAX. INV-TAX-LINE carries net and tax per  ***
      *** tax code (and the rate it was charged at), one line for   ***
      *** each code the invoice's orders were billed under; the     ***
      *** lines add up to INV-NET and INV-TAX. An invoice cut       ***
      *** before tax codes has no lines (INV-TAX-LINES zero) and    ***
      *** INV-NET and INV-TAX zero - its INV-AMOUNT was all net.    ***
      *** INV-INT-THROUGH is the CCYYMMDD late-payment interest has ***
      *** been charged up to on what the invoice still owes (spaces ***
      *** until the month-end interest run first charges it) and    ***
      *** INV-INTEREST the total interest charged on it so far.     ***
      *** INV-WO-DATE is the CCYYMMDD the invoice's unpaid balance  ***
      *** was written off as a bad debt, INV-WO-AMOUNT how much and ***
      *** INV-WO-APPR the approval (apprfld.cbl) that let it through***
      *** - spaces and zero on every invoice never written off.     ***
      *** INV-BRANCH lists, on a consolidated invoice cut to a head ***
      *** office, each branch billed to it (CUST-BILL-TO "P") whose ***
      *** orders the invoice covers, with that branch's net, tax    ***
      *** and number of orders; the parent's own orders are the     ***
      *** rest. Those orders stay under the branch's CUST-ID, so    ***
      *** whatever finds an invoice's orders walks INV-CUST-ID and  ***
      *** then each INV-BR-CUST-ID. INV-BRANCH-COUNT is zero on an  ***
      *** ordinary invoice.                                         ***
      *** INV-CURRENCY is the currency the invoice was cut in       ***
      *** (spaces: base) at INV-FX-RATE, the rate in force on the   ***
      *** invoice date; INV-FX-NET, INV-FX-TAX and INV-FX-AMOUNT    ***
      *** are what the customer was billed in that currency, each   ***
      *** the sum of its orders' own converted figures. INV-NET,    ***
      *** INV-TAX and INV-AMOUNT stay the base equivalent the       ***
      *** ledger books.                                             ***
      *** INV-PAPER "Y" asks for a paper copy whether or not the    ***
      *** invoice was mailed (set from /admin/credits); the nightly ***
      *** print run takes those and every unmailed invoice, and     ***
      *** stamps INV-PRINTED with the CCYYMMDD it printed them so a ***
      *** rerun doesn't print them twice - spaces until then.       ***
      *** INV-COMPANY is the trading company that issued the        ***
      *** invoice (spaces: the home company); the invoice number    ***
      *** comes from that company's own series, with its prefix.    ***
      *** INV-DUE-DATE is the CCYYMMDD the invoice falls due,       ***
      *** stamped when it is cut from the customer's payment terms  ***
      *** (INV-TERMS-TYPE and INV-TERMS-DAYS, as CUST-TERMS-        ***
      *** TYPE/-DAYS, defaults resolved) and rolled forward past    ***
      *** weekends and holidays. Spaces on an invoice cut before    ***
      *** due dates: readers work one out from INV-CREATED on the   ***
      *** configured default terms.                                 ***
      *****************************************************************
           05 INV-NO      PIC X(10).
           05 INV-CUST-ID PIC X(10).
           05 INV-ORDERS  PIC 9(4).
           05 INV-CREATED PIC X(21).
           05 INV-MAILED  PIC X(1).
           05 INV-CREDITED PIC 9(11)V99.
           05 INV-DUN-STAGE PIC 9(1).
           05 INV-DUN-DATE  PIC X(8).
           05 INV-NET       PIC 9(11)V99.
           05 INV-TAX       PIC 9(11)V99.
           05 INV-TAX-LINES PIC 9(1).
           05 INV-TAX-LINE OCCURS 4 TIMES.
              10 INV-TAX-CODE PIC X(1).
              10 INV-TAX-RATE PIC 9(3)V99.
              10 INV-TAX-NET  PIC 9(11)V99.
              10 INV-TAX-AMT  PIC 9(11)V99.
           05 INV-INT-THROUGH PIC X(8).
           05 INV-INTEREST    PIC 9(9)V99.
           05 INV-WO-DATE     PIC X(8).
           05 INV-WO-AMOUNT   PIC 9(11)V99.
           05 INV-WO-APPR     PIC X(10).
           05 INV-BRANCH-COUNT PIC 9(2).
           05 INV-BRANCH OCCURS 20 TIMES.
              10 INV-BR-CUST-ID PIC X(10).
              10 INV-BR-NET     PIC 9(11)V99.
              10 INV-BR-TAX     PIC 9(11)V99.
              10 INV-BR-ORDERS  PIC 9(4).
           05 INV-CURRENCY    PIC X(3).
           05 INV-FX-RATE     PIC 9(7)V9(6).
           05 INV-FX-NET      PIC 9(11)V99.
           05 INV-FX-TAX      PIC 9(11)V99.
           05 INV-FX-AMOUNT   PIC 9(11)V99.
           05 INV-PAPER       PIC X(1).
           05 INV-PRINTED     PIC X(8).
           05 INV-COMPANY     PIC X(4).
           05 INV-DUE-DATE    PIC X(8).
           05 INV-TERMS-TYPE  PIC X(1).
           05 INV-TERMS-DAYS  PIC 9(3).
