      *****************************************************************
      *** Shared field list for one RECEIPT: a line of the bank's   ***
      *** payments file as the nightly intake dealt with it, filed  ***
      *** under a number minted from the shared key counter. The    ***
      *** bank's own customer id, amount, value date and reference  ***
      *** are kept as received; RCP-APPLIED is what came off the    ***
      *** customer's orders, RCP-UNAPPLIED what could not be (an    ***
      *** overpayment's remainder, or the whole of a rejected line) ***
      *** and so sits in suspense until the office deals with it.   ***
      *** RCP-STATUS: A = applied in full, P = part applied with a  ***
      *** remainder, R = rejected, nothing applied (RCP-REASON says ***
      *** why). RCP-RUN-DATE is the CCYYMMDD of the night the       ***
      *** intake took it in - the day the ledger sees the money.    ***
      *** A line whose amount doesn't even parse never becomes a    ***
      *** receipt; it is in data/paymentrejects.txt only.           ***
      *** RCP-ALLOC lists the orders (under RCP-CUST-ID) the        ***
      *** applied money went to and how much each took, so a        ***
      *** payment the bank later returns can be backed out of       ***
      *** exactly those orders; RCP-ALLOC-COUNT is the true count,  ***
      *** and a payment spread over more orders than the list holds ***
      *** has to be backed out by hand. A returned payment goes to  ***
      *** status X with the amount returned, the CCYYMMDD the       ***
      *** returns intake took it back on (the ledger's day) and the ***
      *** date the bank did (the statement's); RCP-APPLIED and      ***
      *** RCP-UNAPPLIED keep what the original intake did.          ***
      *** RCP-ALLOC-CUST-ID is the customer an allocated order sits ***
      *** under when that is not RCP-CUST-ID - a head office's      ***
      *** payment spread over its branches' orders; spaces          ***
      *** otherwise.                                                ***
      *** RCP-CURRENCY is the currency the bank line was paid in    ***
      *** (spaces: base). RCP-AMOUNT and RCP-RETURNED are always    ***
      *** the bank's own figures, in that currency; RCP-APPLIED and ***
      *** RCP-UNAPPLIED are always base - for a foreign payment     ***
      *** converted at RCP-FX-RATE, the rate on the value date.     ***
      *** RCP-FX-APPLIED is the applied part in the payment's       ***
      *** currency and RCP-FX-BOOKED what the orders it settled     ***
      *** were booked at in base; RCP-FX-DIFF (RCP-APPLIED less     ***
      *** RCP-FX-BOOKED) is the exchange gain, or a loss when       ***
      *** negative. RCP-ALLOC-FX is the currency amount each        ***
      *** allocated order took (RCP-ALLOC-AMOUNT its booked base).  ***
      *** RCP-COMPANY is the trading company whose bank file the    ***
      *** payment came in on (spaces: the home company).            ***
      *****************************************************************
           05 RCP-NO         PIC 9(10).
           05 RCP-CUST-ID    PIC X(10).
           05 RCP-AMOUNT     PIC 9(9)V99.
           05 RCP-APPLIED    PIC 9(9)V99.
           05 RCP-UNAPPLIED  PIC 9(9)V99.
           05 RCP-VALUE-DATE PIC X(8).
           05 RCP-BANK-REF   PIC X(16).
           05 RCP-STATUS     PIC X(1).
           05 RCP-REASON     PIC X(40).
           05 RCP-RUN-DATE   PIC X(8).
           05 RCP-CREATED    PIC X(21).
           05 RCP-RETURNED    PIC 9(9)V99.
           05 RCP-RETURN-DATE PIC X(8).
           05 RCP-RETURN-VALUE PIC X(8).
           05 RCP-ALLOC-COUNT PIC 9(3).
           05 RCP-ALLOC OCCURS 20 TIMES.
              10 RCP-ALLOC-ORD-NO PIC 9(10).
              10 RCP-ALLOC-AMOUNT PIC 9(9)V99.
              10 RCP-ALLOC-CUST-ID PIC X(10).
           05 RCP-CURRENCY   PIC X(3).
           05 RCP-FX-RATE    PIC 9(7)V9(6).
           05 RCP-FX-APPLIED PIC 9(9)V99.
           05 RCP-FX-BOOKED  PIC 9(9)V99.
           05 RCP-FX-DIFF    PIC S9(9)V99.
           05 RCP-ALLOC-FX   PIC 9(9)V99 OCCURS 20 TIMES.
           05 RCP-COMPANY    PIC X(4).
