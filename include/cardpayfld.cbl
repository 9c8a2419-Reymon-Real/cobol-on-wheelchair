      *****************************************************************
      *** Shared field list for one card payment on data/           ***
      *** cardpays.dat: a portal customer's "pay now" on one of     ***
      *** their invoices, filed under a number minted from the      ***
      *** shared key counter before the customer is handed off to   ***
      *** the card provider's hosted page. CP-REF is the reference  ***
      *** the provider carries through and hands back on its        ***
      *** signed callback; CP-AMOUNT is what the invoice still owed ***
      *** at the hand-off (base currency only), CP-USER the portal  ***
      *** login that started it. CP-STATUS: I = handed off, not     ***
      *** heard back yet; P = paid and applied to the invoice's     ***
      *** orders under receipt CP-RCP-NO; F = the card was          ***
      *** declined or the payment failed; D = the cardholder        ***
      *** disputed it after it was paid. CP-PROV-REF is the         ***
      *** provider's own reference for the charge and CP-UPDATED    ***
      *** when its last callback was applied.                       ***
      *****************************************************************
           05 CP-REF      PIC X(10).
           05 CP-INV-NO   PIC X(10).
           05 CP-CUST-ID  PIC X(10).
           05 CP-AMOUNT   PIC 9(9)V99.
           05 CP-USER     PIC X(30).
           05 CP-CREATED  PIC X(21).
           05 CP-STATUS   PIC X(1).
           05 CP-PROV-REF PIC X(30).
           05 CP-RCP-NO   PIC 9(10).
           05 CP-UPDATED  PIC X(21).
