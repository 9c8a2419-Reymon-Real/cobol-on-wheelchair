      *** and the nightly apply step works the backlog - so the     ***
      *** web request never writes the master datasets itself.      ***
      *** IE-TYPE: "customer.address" (the address fields below)    ***
      *** or "order.status" (IE-ORDERNO plus IE-ORDSTATUS), or      ***
      *** "payment.card" - the card provider's signed callback:     ***
      *** IE-PAY-REF names the portal hand-off (cardpayfld.cbl),    ***
      *** IE-PAY-OUTCOME is P = paid, F = failed, D = disputed,     ***
      *** IE-PAY-AMOUNT what the provider took and IE-PAY-PROV-REF  ***
      *** the provider's own reference for it.                      ***
      *** IE-STATUS: P = pending, A = applied, R = rejected (the    ***
      *** reason is in the rejects file the clerk works).            ***
      *****************************************************************
           05 IE-STATUS    PIC X(1).
           05 IE-RECEIVED  PIC X(21).
           05 IE-APPLIED   PIC X(21).
           05 IE-PAY-REF      PIC X(10).
           05 IE-PAY-OUTCOME  PIC X(1).
           05 IE-PAY-AMOUNT   PIC 9(9)V99.
           05 IE-PAY-PROV-REF PIC X(30).
