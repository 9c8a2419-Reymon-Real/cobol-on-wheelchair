      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly payment intake from the bank file, with  ***
      ***          the AR aging report behind it                    ***
      *** UPDATE:  credit notes come off what an order still owes,  ***
      ***          for the intake and for the aging alike           ***
      *** UPDATE:  every bank line with an amount is kept as a      ***
      ***          receipt - applied, part applied or rejected      ***
      *** UPDATE:  the receipt lists the orders each payment paid   ***
      ***          down, for the returned-payments intake           ***
      *** UPDATE:  what an order owes includes its billed tax       ***
      *** UPDATE:  a parent's payment is spread over its            ***
      ***          bill-to-parent branches and the aging rolls each ***
      ***          parent up                                        ***
      *** UPDATE:  the aging names each customer's account owner    ***
      ***          and subtotals per owner                          ***
      *** UPDATE:  payments in the customer's billing currency are  ***
      ***          applied in it, with the exchange gain or loss on ***
      ***          each settlement reported                         ***
      *** UPDATE:  one bank file and one aging per trading company  ***
      *** UPDATE:  the aging can bucket by days past the invoice    ***
      ***          due date (AGINGBYDUE)                            ***
      *** UPDATE:  each bank file passes the inbound gate and is    ***
      ***          archived under a dated name                      ***
      *** UPDATE:  a receipts dataset that will not open no longer  ***
      ***          cuts the run short                               ***
      *****************************************************************
      *** Nightly batch step: reads the bank's fixed-layout         ***
      *** payments file (data/bankpayments.txt - customer id,       ***
      *** customer, or pays more than the customer owes goes to     ***
      *** data/paymentrejects.txt with a reason, for the clerk to   ***
      *** work in the morning. The consumed input is moved aside    ***
      *** (archived, below) so a rerun of the night can't apply     ***
      *** the same money twice. Afterwards the whole orders         ***
      *** dataset is aged into data/araging.prn - one line per      ***
      *** customer with anything outstanding, bucketed current /    ***
      *** 30 / 60 / 90+ by order date, page-headed the same way     ***
      *** the customer directory is.                                ***
      *** Each line with a usable amount is also filed on           ***
      *** data/receipts.dat (rcpfld.cbl) with what was applied and  ***
      *** what was not, so the ledger extract and the bank          ***
      *** reconciliation have the night's money line by line.       ***
      *** A payment from a parent account is applied across the     ***
      *** open orders of the parent and of its branches billed to   ***
      *** it (CUST-BILL-TO "P"), oldest order date first; the       ***
      *** receipt names the branch an allocated order sits under.   ***
      *** The aging shows which parent a branch bills to and, after ***
      *** the totals, one roll-up line per parent and its branches. ***
      *** Each customer line names the account owner, and a last    ***
      *** section subtotals the buckets per owner.                  ***
      *** A bank line may carry a currency code after the reference ***
      *** (blank: base). A payment in the customer's billing        ***
      *** currency (CUST-CURRENCY) is applied in that currency to   ***
      *** the orders invoiced in it, each taking its booked base    ***
      *** share; the receipt carries the base value at the rate on  ***
      *** the value date and the exchange gain or loss against what ***
      *** the orders were booked at, and data/fxsettle.prn lists    ***
      *** each such settlement for finance. A line in any other     ***
      *** currency, or one with no rate on file, is rejected.       ***
      *** The aging stays in base.                                  ***
      *** The run goes company by company (data/companies.txt):     ***
      *** each trading company's own bank file is applied only to   ***
      *** its own customers - a line naming another company's       ***
      *** customer is rejected - the receipts are stamped with the  ***
      *** company, and each company gets its own aging,             ***
      *** data/araging.prn for the home company and                 ***
      *** data/araging-<code>.prn for any other. Each bank file is  ***
      *** moved aside once consumed.                                ***
      *** With AGINGBYDUE set to 1 in the runtime configuration the ***
      *** aging buckets each order by how many days the invoice it  ***
      *** is on is past its due date (not due, 1-30, 31-60, 61+     ***
      *** days late) rather than by order date; orders not yet      ***
      *** invoiced count as not due.                                ***
      *** Each bank file passes the inbound gate (checkinbound,     ***
      *** feed "bankpayments") before a line of it is applied: the  ***
      *** bank's HDR line dates the file and its TRL line carries   ***
      *** the record count and the amount column's hash total. A    ***
      *** file that is cut short, does not add up, or repeats a     ***
      *** file already applied is refused and left where it is; the ***
      *** other companies' files still go through, and the step     ***
      *** ends RETURN-CODE 8 with the reason. An applied file is    ***
      *** archived under its dated name. A receipts dataset that    ***
      *** will not open leaves that company's file unapplied the    ***
      *** same way: the aging, the other companies and the FX       ***
      *** settlement report still run, and the step ends 8.         ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "rcpdef.cbl".
           COPY "invdef.cbl".

           SELECT payments-file
               ASSIGN TO payments-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payments-file-status.

               FILE STATUS IS rejects-file-status.

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

           SELECT fxsettle-file
               ASSIGN TO "data/fxsettle.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fxsettle-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD payments-file.
       01 payment-line.
          05 BP-CUST-ID PIC X(10).
          05 BP-AMOUNT  PIC 9(9)V99.
          05 BP-DATE    PIC X(8).
          05 BP-REF     PIC X(16).
          05 BP-CURRENCY PIC X(3).

       FD rejects-file.
       01 reject-line PIC X(132).
       FD print-file.
       01 print-line PIC X(132).

       FD fxsettle-file.
       01 fxsettle-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 payments-file-status  PIC X(2).
       77 rejects-file-status   PIC X(2).
       77 print-file-status     PIC X(2).
       77 receipts-file-status  PIC X(2).
       77 invoices-file-status  PIC X(2).
       77 fxsettle-file-status  PIC X(2).
       77 cfs-failed            PIC X(01).
       77 payments-file-name    PIC X(60) VALUE SPACES.
       77 print-file-name       PIC X(60) VALUE SPACES.

      *** The trading company whose bank file and aging are in hand ***
      *** - each company in data/companies.txt in turn.             ***
       77 pay-co-seq        PIC 9(2) VALUE 0.
       77 pay-co-found      PIC X(01) VALUE "Y".
       01 pay-company.
           COPY "cofld.cbl".
       77 pay-cust-company  PIC X(4).
       77 co-match          PIC X(01).
       77 reject-text       PIC X(132).
       77 co-match-code     PIC X(4).

       78 PAGE-LINES VALUE 60.

       77 pay-applied     PIC 9(9)V99.
       77 pay-open-amt    PIC 9(9)V99.
       77 reject-reason   PIC X(40).
       77 raw-payment     PIC X(48).
       77 receipt-key     PIC 9(10).

      *** Which orders tonight's payment paid down, and by how much ***
      *** - copied onto the receipt.                                ***
       78 pay-alloc-max VALUE 20.
       01 pay-allocs.
          05 pay-alloc-count PIC 9(3) VALUE 0.
          05 pay-alloc-entry OCCURS 20 TIMES.
             10 pa-ord-no    PIC 9(10).
             10 pa-amount    PIC 9(9)V99.
             10 pa-cust-id   PIC X(10).
             10 pa-fx-amount PIC 9(9)V99.
       77 pay-alloc-ctr   PIC 9(4) USAGE COMP-5.

      *** The payment's currency (spaces: base), the customer's     ***
      *** billing currency and the rate on the value date. For a    ***
      *** foreign payment pay-remaining and pay-applied count the   ***
      *** currency, pay-booked the base the settled orders were     ***
      *** booked at; pay-take is what one order takes of the money. ***
       77 pay-currency      PIC X(3).
       77 pay-cust-currency PIC X(3).
       77 settle-rate       PIC 9(7)V9(6).
       77 settle-found      PIC X(01).
       77 pay-booked        PIC 9(9)V99.
       77 pay-take          PIC 9(9)V99.
       77 fx-credited       PIC 9(9)V99.
       77 fx-booked         PIC 9(9)V99.
       77 fx-base-total     PIC 9(9)V99.

      *** The foreign-currency settlement report.                   ***
       77 fx-settle-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 fx-gain-total     PIC 9(11)V99 VALUE 0.
       77 fx-loss-total     PIC 9(11)V99 VALUE 0.
       77 fx-report-lines   PIC 9(7) VALUE 0.
       01 fx-detail-line.
          05 fx-rcp-no      PIC Z(9)9.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-cust        PIC X(10).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-code        PIC X(3).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-paid        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-rate-out    PIC Z(6)9.9(6).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-received    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-booked-out  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-diff-out    PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER         PIC X(1) VALUE SPACES.
          05 fx-diff-word   PIC X(4).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 fx-company     PIC X(4).
       77 fx-total-disp     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *** Branches billed to their parent (CUST-BILL-TO "P"), off   ***
      *** the customer master: a payment from the parent is spread  ***
      *** over the whole group, and the aging rolls each group up.  ***
       78 group-max  VALUE 500.
       78 parent-max VALUE 200.
       01 group-table.
          05 group-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 group-entry OCCURS 500 TIMES.
             10 gb-branch PIC X(10).
             10 gb-parent PIC X(10).
       01 rollup-table.
          05 rollup-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 rollup-entry OCCURS 200 TIMES.
             10 ru-parent  PIC X(10).
             10 ru-current PIC 9(11)V99.
             10 ru-30      PIC 9(11)V99.
             10 ru-60      PIC 9(11)V99.
             10 ru-90      PIC 9(11)V99.
       77 group-ctr    PIC 9(4) USAGE COMP-5.
       77 rollup-ctr   PIC 9(4) USAGE COMP-5.
       77 rollup-hit   PIC 9(4) USAGE COMP-5.
       77 walk-cust    PIC X(10).
       77 payer-parent PIC X(01).

      *** The group's open orders, oldest first by order date, for  ***
      *** a payment spread over a parent and its branches.          ***
       78 pick-max VALUE 500.
       01 pick-table.
          05 pick-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 pick-entry OCCURS 500 TIMES.
             10 pk-created PIC X(14).
             10 pk-cust-id PIC X(10).
             10 pk-ord-no  PIC 9(10).
       77 pick-ctr     PIC 9(4) USAGE COMP-5.
       77 pick-slot    PIC 9(4) USAGE COMP-5.
       77 pick-full    PIC X(01).

      *** The aging split by account owner (CUST-OWNER): one        ***
      *** subtotal line per owner after the roll-up, the unowned    ***
      *** accounts together under "(NO OWNER)".                     ***
       78 owner-max VALUE 100.
       01 owner-table.
          05 owner-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 owner-entry OCCURS 100 TIMES.
             10 ow-owner   PIC X(30).
             10 ow-current PIC 9(11)V99.
             10 ow-30      PIC 9(11)V99.
             10 ow-60      PIC 9(11)V99.
             10 ow-90      PIC 9(11)V99.
       77 owner-ctr    PIC 9(4) USAGE COMP-5.
       77 owner-hit    PIC 9(4) USAGE COMP-5.
       77 aging-owner  PIC X(30).

       01 inbound-gate.
           COPY "inbfld.cbl".
       77 inbound-refused  PIC X(01) VALUE "N".
       77 receipts-failed  PIC X(01) VALUE "N".

      *** Aging accumulators: the orders dataset is keyed by        ***
      *** customer, so one sequential walk groups a customer's      ***
       77 total-60       PIC 9(11)V99 VALUE 0.
       77 total-90       PIC 9(11)V99 VALUE 0.
       77 aged-customers PIC 9(5) USAGE COMP-5 VALUE 0.

      *** AGINGBYDUE 1 buckets by days past the invoice due date    ***
      *** instead of by order age. A customer's orders on one       ***
      *** invoice come together, so the invoice last read is kept.  ***
       77 aging-by-due     PIC 9(12) VALUE 0.
       77 aging-inv-open   PIC X(01) VALUE "N".
       77 aging-inv-no     PIC X(10) VALUE SPACES.
       77 aging-due-date   PIC X(8) VALUE SPACES.
       77 aging-terms-type PIC X(1).
       77 aging-terms-days PIC 9(3).
       77 cfg-key-name     PIC X(30).
       77 cfg-default      PIC 9(12).
       77 count-disp     PIC Z(5)9.

       77 page-number      PIC 9(4) VALUE 0.
          05 ag-60      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 ag-90      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 ag-parent  PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 ag-owner   PIC X(24).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

           MOVE "AGINGBYDUE" TO cfg-key-name.
           MOVE 0 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               aging-by-due END-CALL.

           PERFORM load-branch-groups.
           PERFORM open-fx-settlements.
           PERFORM VARYING pay-co-seq FROM 1 BY 1
                   UNTIL pay-co-found NOT = "Y" OR pay-co-seq > 98
               MOVE SPACES TO pay-company
               CALL "getcompany" USING pay-co-seq pay-company
                   pay-co-found END-CALL
               IF pay-co-found = "Y"
                   PERFORM run-one-company
               END-IF
           END-PERFORM.
           PERFORM close-fx-settlements.

           DISPLAY "applypayments: " applied-count " applied, "
               reject-count " rejected, " fx-settle-count
               " foreign-currency settlement(s).".

           IF inbound-refused = "Y" OR receipts-failed = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *****************************************************************
      *** One trading company: its own bank file, then its own      ***
      *** aging - data/araging.prn for the home company,            ***
      *** data/araging-<code>.prn for any other.                    ***
      *****************************************************************
       run-one-company.

           MOVE CO-BANK-FILE TO payments-file-name.
           PERFORM apply-payment-file.

           MOVE SPACES TO print-file-name.
           STRING "data/araging" DELIMITED BY SIZE
                  CO-FILE-TAG    DELIMITED BY SPACE
                  ".prn"         DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.
           PERFORM write-aging-report.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "applypayments" TO rpt-reg-program.
           MOVE aged-customers TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

      *** A record's company code against the company in hand:      ***
      *** spaces, from before there were two, is the home company.  ***
       check-company-match.

           MOVE "N" TO co-match.
           IF co-match-code = CO-CODE
              OR (co-match-code = SPACES AND CO-HOME = "Y")
               MOVE "Y" TO co-match
           END-IF.

      *****************************************************************
      *** One pass over the bank file; every line either applies or ***
      *****************************************************************
       apply-payment-file.

           MOVE "C" TO IB-MODE.
           MOVE "bankpayments" TO IB-FEED.
           MOVE payments-file-name TO IB-FILE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT = "N"
               DISPLAY "applypayments: "
                   FUNCTION TRIM(payments-file-name) " refused - "
                   FUNCTION TRIM(IB-REASON) "."
               MOVE "Y" TO inbound-refused
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT payments-file.
           IF payments-file-status NOT = "00"
               DISPLAY "applypayments: no bank file tonight ("
                   FUNCTION TRIM(payments-file-name) ")."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O receipts-file.
           IF receipts-file-status = "35"
               OPEN OUTPUT receipts-file
               CLOSE receipts-file
               OPEN I-O receipts-file
           END-IF.
           IF receipts-file-status NOT = "00"
               DISPLAY "applypayments: receipts dataset could not be "
                   "opened."
               CLOSE payments-file
               MOVE "Y" TO receipts-failed
               EXIT PARAGRAPH
           END-IF.


           PERFORM UNTIL payments-file-status NOT = "00"
               IF FUNCTION TRIM(payment-line) NOT = SPACES
                  AND payment-line(1:4) NOT = "HDR|"
                  AND payment-line(1:4) NOT = "TRL|"
                   PERFORM apply-one-payment
               END-IF
               READ payments-file
           END-PERFORM.

           CLOSE payments-file.
           CLOSE receipts-file.

      *** Consumed: archive the file so a restart of the night      ***
      *** can't apply the same money twice.                        ***
           MOVE "A" TO IB-MODE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT = "N"
               DISPLAY "applypayments: "
                   FUNCTION TRIM(payments-file-name) " "
                   FUNCTION TRIM(IB-REASON) "."
               MOVE "Y" TO inbound-refused
           END-IF.

       apply-one-payment.

           MOVE SPACES TO reject-reason.
           MOVE payment-line TO raw-payment.
           MOVE 0 TO pay-alloc-count.

           IF BP-AMOUNT NOT NUMERIC
               MOVE "amount is not numeric" TO reject-reason
               EXIT PARAGRAPH
           END-IF.

      *** A foreign line's base value comes from the rate on its    ***
      *** value date, whatever happens to it below.                 ***
           MOVE BP-CURRENCY TO pay-currency.
           MOVE BP-AMOUNT TO pay-remaining.
           MOVE 0 TO pay-applied pay-booked.
           MOVE 1 TO settle-rate.
           MOVE "Y" TO settle-found.
           IF pay-currency NOT = SPACES
               CALL "getfxrate" USING pay-currency BP-DATE settle-rate
                   settle-found END-CALL
           END-IF.

           PERFORM check-customer-exists.
           IF pay-customer-ok NOT = "Y"
               MOVE "unknown customer id" TO reject-reason
               PERFORM write-reject-line
               PERFORM write-receipt
               EXIT PARAGRAPH
           END-IF.

           MOVE pay-cust-company TO co-match-code.
           PERFORM check-company-match.
           IF co-match NOT = "Y"
               MOVE "customer belongs to another company"
                   TO reject-reason
               PERFORM write-reject-line
               PERFORM write-receipt
               EXIT PARAGRAPH
           END-IF.

           IF pay-currency NOT = SPACES
              AND pay-currency NOT = pay-cust-currency
               MOVE "not the customer's billing currency"
                   TO reject-reason
               PERFORM write-reject-line
               PERFORM write-receipt
               EXIT PARAGRAPH
           END-IF.

           IF settle-found NOT = "Y"
               MOVE "no exchange rate for the currency"
                   TO reject-reason
               PERFORM write-reject-line
               PERFORM write-receipt
               EXIT PARAGRAPH
           END-IF.

               PERFORM write-reject-line
           END-IF.

           PERFORM write-receipt.

           IF pay-applied > 0
               ADD 1 TO applied-count
           END-IF.
       check-customer-exists.

           MOVE "N" TO pay-customer-ok.
           MOVE SPACES TO pay-cust-currency pay-cust-company.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE BP-CUST-ID TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO pay-customer-ok
                       MOVE CUST-CURRENCY TO pay-cust-currency
                       MOVE CUST-COMPANY TO pay-cust-company
               END-READ
               CLOSE customers-file
           END-IF.
      *** Oldest first: the orders under one customer sit in order- ***
      *** number order, and order numbers only ever count up. Each  ***
      *** open or billed order soaks up what it is still owed until ***
      *** the payment runs out. Only orders invoiced in the         ***
      *** payment's own currency take it.                           ***
      *****************************************************************
       apply-to-open-orders.

           MOVE BP-AMOUNT TO pay-remaining.
           MOVE 0 TO pay-applied pay-booked.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO payer-parent.
           PERFORM VARYING group-ctr FROM 1 BY 1
                   UNTIL group-ctr > group-count OR payer-parent = "Y"
               IF gb-parent(group-ctr) = BP-CUST-ID
                   MOVE "Y" TO payer-parent
               END-IF
           END-PERFORM.
           IF payer-parent = "Y"
               PERFORM apply-across-group
               CLOSE orders-file
               EXIT PARAGRAPH
           END-IF.

           MOVE BP-CUST-ID TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
                   OR ORD-CUST-ID NOT = BP-CUST-ID
                   OR pay-remaining = 0
                   IF (ORD-STATUS = "O" OR ORD-STATUS = "B")
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                      AND ORD-CURRENCY = pay-currency
                       PERFORM pay-down-one-order
                   END-IF
                   READ orders-file NEXT RECORD
       pay-down-one-order.

           MOVE order-record TO jf-before.
           COMPUTE pay-open-amt = ORD-AMOUNT + ORD-TAX
               - ORD-PAID - ORD-CREDITED.
           IF pay-currency NOT = SPACES
               PERFORM take-foreign-share
           ELSE
               IF pay-remaining < pay-open-amt
                   MOVE pay-remaining TO pay-open-amt
               END-IF
               MOVE pay-open-amt TO pay-take
           END-IF.

           ADD pay-open-amt TO ORD-PAID.
           ADD pay-open-amt TO pay-booked.
           ADD pay-take TO pay-applied.
           SUBTRACT pay-take FROM pay-remaining.

           ADD 1 TO pay-alloc-count.
           IF pay-alloc-count <= pay-alloc-max
               MOVE ORD-NO TO pa-ord-no(pay-alloc-count)
               MOVE pay-open-amt TO pa-amount(pay-alloc-count)
               MOVE 0 TO pa-fx-amount(pay-alloc-count)
               IF pay-currency NOT = SPACES
                   MOVE pay-take TO pa-fx-amount(pay-alloc-count)
               END-IF
               MOVE SPACES TO pa-cust-id(pay-alloc-count)
               IF ORD-CUST-ID NOT = BP-CUST-ID
                   MOVE ORD-CUST-ID TO pa-cust-id(pay-alloc-count)
               END-IF
           END-IF.

           IF ORD-PAID + ORD-CREDITED NOT < ORD-AMOUNT + ORD-TAX
               MOVE "P" TO ORD-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** A foreign payment against an order invoiced in its        ***
      *** currency: the order takes what it still owes in that      ***
      *** currency (credits converted at its own rate). Paid up, it ***
      *** is settled in base too, to the cent; a part payment books ***
      *** its converted share. pay-open-amt leaves as the base the  ***
      *** order is relieved of, pay-take as the currency it took.   ***
      *****************************************************************
       take-foreign-share.

           COMPUTE fx-credited ROUNDED = ORD-CREDITED * ORD-FX-RATE.
           IF ORD-FX-AMOUNT > ORD-FX-PAID + fx-credited
               COMPUTE pay-take = ORD-FX-AMOUNT - ORD-FX-PAID
                   - fx-credited
           ELSE
               MOVE 0 TO pay-take
           END-IF.

           IF pay-remaining < pay-take
               MOVE pay-remaining TO pay-take
               COMPUTE fx-booked ROUNDED = pay-take / ORD-FX-RATE
               IF fx-booked < pay-open-amt
                   MOVE fx-booked TO pay-open-amt
               END-IF
           END-IF.

           ADD pay-take TO ORD-FX-PAID.

      *****************************************************************
      *** The receipt: the bank line as received, and how much of   ***
      *** it came off orders tonight - in base for the ledger, with ***
      *** a foreign payment's own figures beside.                   ***
      *****************************************************************
       write-receipt.

           CALL "getnextkey" USING "RECEIPTNO " receipt-key END-CALL.
           IF receipt-key = 0
               DISPLAY "applypayments: no receipt number for "
                   BP-REF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO receipt-record.
           MOVE receipt-key   TO RCP-NO.
           MOVE BP-CUST-ID    TO RCP-CUST-ID.
           MOVE BP-AMOUNT     TO RCP-AMOUNT.
           MOVE pay-applied   TO RCP-APPLIED.
           MOVE pay-remaining TO RCP-UNAPPLIED.
           MOVE pay-currency  TO RCP-CURRENCY.
           MOVE CO-CODE       TO RCP-COMPANY.
           MOVE 0 TO RCP-FX-RATE RCP-FX-APPLIED RCP-FX-BOOKED
               RCP-FX-DIFF.
           IF pay-currency NOT = SPACES
               PERFORM convert-receipt-to-base
           END-IF.
           MOVE BP-DATE       TO RCP-VALUE-DATE.
           MOVE BP-REF        TO RCP-BANK-REF.
           EVALUATE TRUE
               WHEN pay-applied = 0
                   MOVE "R" TO RCP-STATUS
               WHEN pay-remaining > 0
                   MOVE "P" TO RCP-STATUS
               WHEN OTHER
                   MOVE "A" TO RCP-STATUS
           END-EVALUATE.
           MOVE reject-reason TO RCP-REASON.
           MOVE run-date      TO RCP-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RCP-CREATED.
           MOVE 0             TO RCP-RETURNED.
           MOVE SPACES        TO RCP-RETURN-DATE RCP-RETURN-VALUE.
           MOVE pay-alloc-count TO RCP-ALLOC-COUNT.
           PERFORM VARYING pay-alloc-ctr FROM 1 BY 1
                   UNTIL pay-alloc-ctr > pay-alloc-max
               IF pay-alloc-ctr <= pay-alloc-count
                   MOVE pa-ord-no(pay-alloc-ctr)
                       TO RCP-ALLOC-ORD-NO(pay-alloc-ctr)
                   MOVE pa-amount(pay-alloc-ctr)
                       TO RCP-ALLOC-AMOUNT(pay-alloc-ctr)
                   MOVE pa-cust-id(pay-alloc-ctr)
                       TO RCP-ALLOC-CUST-ID(pay-alloc-ctr)
                   MOVE pa-fx-amount(pay-alloc-ctr)
                       TO RCP-ALLOC-FX(pay-alloc-ctr)
               ELSE
                   MOVE 0 TO RCP-ALLOC-ORD-NO(pay-alloc-ctr)
                   MOVE 0 TO RCP-ALLOC-AMOUNT(pay-alloc-ctr)
                   MOVE 0 TO RCP-ALLOC-FX(pay-alloc-ctr)
                   MOVE SPACES TO RCP-ALLOC-CUST-ID(pay-alloc-ctr)
               END-IF
           END-PERFORM.

           WRITE receipt-record
               INVALID KEY
                   DISPLAY "applypayments: could not file receipt "
                       receipt-key
               NOT INVALID KEY
                   MOVE "receipts" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE RCP-NO TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE receipt-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   IF RCP-FX-APPLIED > 0
                       PERFORM write-fx-settlement
                   END-IF
           END-WRITE.

      *****************************************************************
      *** The ledger sees base: the applied and unapplied parts at  ***
      *** the value date's rate, and the difference between the     ***
      *** applied base and what the settled orders were booked at - ***
      *** the exchange gain (or loss, negative). A line with no     ***
      *** rate at all can't be valued; it stays at zero in base and ***
      *** the reject line says why.                                 ***
      *****************************************************************
       convert-receipt-to-base.

           MOVE settle-rate TO RCP-FX-RATE.
           MOVE pay-applied TO RCP-FX-APPLIED.
           MOVE pay-booked  TO RCP-FX-BOOKED.
           MOVE 0 TO RCP-APPLIED RCP-UNAPPLIED.
           IF settle-found NOT = "Y" OR settle-rate = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE RCP-APPLIED ROUNDED = pay-applied / settle-rate.
           COMPUTE fx-base-total ROUNDED = BP-AMOUNT / settle-rate.
           IF fx-base-total > RCP-APPLIED
               COMPUTE RCP-UNAPPLIED = fx-base-total - RCP-APPLIED
           END-IF.
           COMPUTE RCP-FX-DIFF = RCP-APPLIED - pay-booked.

      *****************************************************************
      *** The foreign settlement report: one line per receipt that  ***
      *** settled orders in a foreign currency tonight, with the    ***
      *** base received, the base booked and the gain or loss, and  ***
      *** the night's total gains and losses at the foot. Written   ***
      *** every run, empty nights included, and registered in the   ***
      *** report spool.                                             ***
      *****************************************************************
       open-fx-settlements.

           OPEN OUTPUT fxsettle-file.
           CALL 'checkfilestatus' USING "data/fxsettle.prn"
               fxsettle-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE SPACES TO fxsettle-line.
           STRING "FOREIGN-CURRENCY SETTLEMENTS, " DELIMITED BY SIZE
                  run-date(1:4) "-" run-date(5:2) "-" run-date(7:2)
                                                   DELIMITED BY SIZE
               INTO fxsettle-line
           END-STRING.
           PERFORM write-fx-line.
           MOVE "RECEIPT" TO fxsettle-line(4:7).
           MOVE "CUSTOMER" TO fxsettle-line(13:8).
           MOVE "CUR" TO fxsettle-line(25:3).
           MOVE "PAID" TO fxsettle-line(40:4).
           MOVE "RATE" TO fxsettle-line(55:4).
           MOVE "BASE RECEIVED" TO fxsettle-line(61:13).
           MOVE "BASE BOOKED" TO fxsettle-line(78:11).
           MOVE "GAIN / LOSS" TO fxsettle-line(95:11).
           MOVE "COMPANY" TO fxsettle-line(115:7).
           PERFORM write-fx-line.

       write-fx-settlement.

           MOVE RCP-NO         TO fx-rcp-no.
           MOVE RCP-CUST-ID    TO fx-cust.
           MOVE RCP-CURRENCY   TO fx-code.
           MOVE RCP-COMPANY    TO fx-company.
           MOVE RCP-FX-APPLIED TO fx-paid.
           MOVE RCP-FX-RATE    TO fx-rate-out.
           MOVE RCP-APPLIED    TO fx-received.
           MOVE RCP-FX-BOOKED  TO fx-booked-out.
           MOVE RCP-FX-DIFF    TO fx-diff-out.
           EVALUATE TRUE
               WHEN RCP-FX-DIFF > 0
                   MOVE "GAIN" TO fx-diff-word
                   ADD RCP-FX-DIFF TO fx-gain-total
               WHEN RCP-FX-DIFF < 0
                   MOVE "LOSS" TO fx-diff-word
                   SUBTRACT RCP-FX-DIFF FROM fx-loss-total
               WHEN OTHER
                   MOVE SPACES TO fx-diff-word
           END-EVALUATE.
           MOVE fx-detail-line TO fxsettle-line.
           PERFORM write-fx-line.
           ADD 1 TO fx-settle-count.

       close-fx-settlements.

           PERFORM write-fx-line.
           MOVE fx-gain-total TO fx-total-disp.
           STRING "TOTAL EXCHANGE GAINS  " DELIMITED BY SIZE
                  FUNCTION TRIM(fx-total-disp) DELIMITED BY SIZE
               INTO fxsettle-line
           END-STRING.
           PERFORM write-fx-line.
           MOVE fx-loss-total TO fx-total-disp.
           STRING "TOTAL EXCHANGE LOSSES " DELIMITED BY SIZE
                  FUNCTION TRIM(fx-total-disp) DELIMITED BY SIZE
               INTO fxsettle-line
           END-STRING.
           PERFORM write-fx-line.
           MOVE fx-settle-count TO count-disp.
           STRING "==== "                   DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                  " settlement(s) ===="     DELIMITED BY SIZE
               INTO fxsettle-line
           END-STRING.
           PERFORM write-fx-line.

           CLOSE fxsettle-file.

           MOVE "data/fxsettle.prn" TO rpt-reg-name.
           MOVE "applypayments" TO rpt-reg-program.
           MOVE fx-report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

       write-fx-line.

           WRITE fxsettle-line.
           ADD 1 TO fx-report-lines.
           MOVE SPACES TO fxsettle-line.

      *****************************************************************
      *** The raw bank line plus the reason, one per line - exactly ***
      *** what the clerk retypes or chases in the morning.          ***
                  FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO reject-line
           END-STRING.
      *** Another company's reject line names its company.          ***
           IF CO-HOME NOT = "Y"
               MOVE SPACES TO reject-text
               STRING FUNCTION TRIM(reject-line, TRAILING)
                          DELIMITED BY SIZE
                      " | company "   DELIMITED BY SIZE
                      CO-CODE         DELIMITED BY SPACE
                   INTO reject-text
               END-STRING
               MOVE reject-text TO reject-line
           END-IF.
           WRITE reject-line.

           CLOSE rejects-file.
      *** The aging pass: every order still owed anything, bucketed ***
      *** by how old the order is, one line per customer. The walk  ***
      *** is in key order, so a change of customer id closes the    ***
      *** line. With AGINGBYDUE set the buckets are days past the   ***
      *** due date of the invoice the order is on instead - not yet ***
      *** due, 1-30, 31-60 and 61+ days late; an order not yet      ***
      *** invoiced isn't due.                                       ***
      *****************************************************************
       write-aging-report.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE SPACES TO aging-cust.
           MOVE 0 TO total-current total-30 total-60 total-90
               aged-customers page-number owner-count.
           MOVE 99 TO lines-on-page.
           PERFORM VARYING rollup-ctr FROM 1 BY 1
                   UNTIL rollup-ctr > rollup-count
               MOVE 0 TO ru-current(rollup-ctr) ru-30(rollup-ctr)
                   ru-60(rollup-ctr) ru-90(rollup-ctr)
           END-PERFORM.
           OPEN INPUT customers-file.

           MOVE "N" TO aging-inv-open.
           MOVE SPACES TO aging-inv-no.
           IF aging-by-due = 1
               OPEN INPUT invoices-file
               IF invoices-file-status = "00"
                   MOVE "Y" TO aging-inv-open
               END-IF
           END-IF.

           OPEN INPUT orders-file.
           IF orders-file-status = "00"
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   MOVE ORD-COMPANY TO co-match-code
                   PERFORM check-company-match
                   IF (ORD-STATUS = "O" OR ORD-STATUS = "B")
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                      AND co-match = "Y"
                       PERFORM age-one-order
                   END-IF
                   READ orders-file NEXT RECORD

           PERFORM print-aging-totals.

           CLOSE customers-file.
           IF aging-inv-open = "Y"
               CLOSE invoices-file
           END-IF.
           CLOSE print-file.

       age-one-order.
                   bucket-60 bucket-90
           END-IF.

           COMPUTE order-open-amt =
               ORD-AMOUNT + ORD-TAX - ORD-PAID - ORD-CREDITED.

           IF aging-by-due = 1
               PERFORM work-out-days-past-due
               EVALUATE TRUE
                   WHEN order-age-days < 1
                       ADD order-open-amt TO bucket-current
                           total-current
                   WHEN order-age-days < 31
                       ADD order-open-amt TO bucket-30 total-30
                   WHEN order-age-days < 61
                       ADD order-open-amt TO bucket-60 total-60
                   WHEN OTHER
                       ADD order-open-amt TO bucket-90 total-90
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE order-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ORD-CREATED(1:8))).
                   ADD order-open-amt TO bucket-90 total-90
           END-EVALUATE.

      *** Days the order's invoice is past due into order-age-days  ***
      *** (zero or less: not yet due). An invoice cut before due    ***
      *** dates were stamped - or one no longer on file - falls due ***
      *** on the default terms from its own or the order's date.    ***
       work-out-days-past-due.

           MOVE 0 TO order-age-days.
           IF ORD-STATUS NOT = "B" OR ORD-INVOICE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF ORD-INVOICE NOT = aging-inv-no
               MOVE ORD-INVOICE TO aging-inv-no
               MOVE SPACES TO aging-due-date
               MOVE SPACES TO aging-terms-type
               MOVE 0 TO aging-terms-days
               IF aging-inv-open = "Y"
                   MOVE ORD-INVOICE TO INV-NO
                   READ invoices-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE INV-DUE-DATE TO aging-due-date
                           IF aging-due-date = SPACES
                               CALL "getduedate" USING
                                   INV-CREATED(1:8) aging-terms-type
                                   aging-terms-days aging-due-date
                                   END-CALL
                           END-IF
                   END-READ
               END-IF
               IF aging-due-date = SPACES
                   CALL "getduedate" USING ORD-CREATED(1:8)
                       aging-terms-type aging-terms-days
                       aging-due-date END-CALL
               END-IF
           END-IF.

           IF aging-due-date NOT = SPACES
               COMPUTE order-age-days = run-date-int
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(aging-due-date))
           END-IF.

       print-aging-line.

           MOVE aging-cust     TO ag-cust.
           MOVE bucket-30      TO ag-30.
           MOVE bucket-60      TO ag-60.
           MOVE bucket-90      TO ag-90.
           PERFORM add-to-rollup.
           PERFORM add-to-owner-split.
           MOVE SPACES TO print-line.
           MOVE aging-line TO print-line.
           PERFORM print-report-line.
           MOVE total-30       TO ag-30.
           MOVE total-60       TO ag-60.
           MOVE total-90       TO ag-90.
           MOVE SPACES         TO ag-parent.
           MOVE SPACES         TO ag-owner.
           MOVE SPACES TO print-line.
           MOVE aging-line TO print-line.
           PERFORM print-report-line.
           END-STRING.
           PERFORM print-report-line.

           IF rollup-count > 0
               PERFORM print-parent-rollup
           END-IF.

           IF owner-count > 0
               PERFORM print-owner-split
           END-IF.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere - same  ***
           MOVE page-number TO page-number-disp.

           MOVE SPACES TO print-line.
           STRING "AR AGING REPORT "            DELIMITED BY SIZE
                  CO-NAME                       DELIMITED BY "  "
                  "          RUN DATE "         DELIMITED BY SIZE
                  run-date(1:4)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE

           MOVE SPACES TO print-line.
           MOVE "CUSTOMER" TO print-line(1:8).
           IF aging-by-due = 1
               MOVE "NOT DUE"    TO print-line(23:7)
               MOVE "1-30 LATE"  TO print-line(40:9)
               MOVE "31-60 LATE" TO print-line(58:10)
               MOVE "61+ LATE"   TO print-line(79:8)
           ELSE
               MOVE "CURRENT"  TO print-line(23:7)
               MOVE "30 DAYS"  TO print-line(42:7)
               MOVE "60 DAYS"  TO print-line(61:7)
               MOVE "90+ DAYS" TO print-line(79:8)
           END-IF.
           MOVE "BILLS TO" TO print-line(97:8).
           MOVE "OWNER"    TO print-line(109:5).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.

      *****************************************************************
      *** Which branches bill their parent, read once per run.      ***
      *** Every parent named gets a roll-up line for the aging.     ***
      *****************************************************************
       load-branch-groups.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-BILL-TO = "P"
                  AND CUST-PARENT-ID NOT = SPACES
                  AND CUST-PARENT-ID NOT = CUST-ID
                  AND group-count < group-max
                   ADD 1 TO group-count
                   MOVE CUST-ID TO gb-branch(group-count)
                   MOVE CUST-PARENT-ID TO gb-parent(group-count)
                   MOVE CUST-PARENT-ID TO walk-cust
                   PERFORM find-rollup-entry
                   IF rollup-hit = 0 AND rollup-count < parent-max
                       ADD 1 TO rollup-count
                       MOVE CUST-PARENT-ID TO ru-parent(rollup-count)
                       MOVE 0 TO ru-current(rollup-count)
                           ru-30(rollup-count) ru-60(rollup-count)
                           ru-90(rollup-count)
                   END-IF
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.
           CLOSE customers-file.

       find-rollup-entry.

           MOVE 0 TO rollup-hit.
           PERFORM VARYING rollup-ctr FROM 1 BY 1
                   UNTIL rollup-ctr > rollup-count OR rollup-hit > 0
               IF ru-parent(rollup-ctr) = walk-cust
                   MOVE rollup-ctr TO rollup-hit
               END-IF
           END-PERFORM.

      *****************************************************************
      *** A payment from a parent: the open orders of the parent    ***
      *** and of every branch billed to it, oldest order date       ***
      *** first, pay down until the money runs out - the branches'  ***
      *** orders were billed to the parent on the one invoice.      ***
      *****************************************************************
       apply-across-group.

           MOVE 0 TO pick-count.
           MOVE "N" TO pick-full.
           MOVE BP-CUST-ID TO walk-cust.
           PERFORM pick-open-orders.
           PERFORM VARYING group-ctr FROM 1 BY 1
                   UNTIL group-ctr > group-count
               IF gb-parent(group-ctr) = BP-CUST-ID
                   MOVE gb-branch(group-ctr) TO walk-cust
                   PERFORM pick-open-orders
               END-IF
           END-PERFORM.
           IF pick-full = "Y"
               DISPLAY "applypayments: more than " pick-max
                   " open orders under " BP-CUST-ID
                   " - the newest wait for the next payment."
           END-IF.

           PERFORM VARYING pick-ctr FROM 1 BY 1
                   UNTIL pick-ctr > pick-count OR pay-remaining = 0
               MOVE pk-cust-id(pick-ctr) TO ORD-CUST-ID
               MOVE pk-ord-no(pick-ctr) TO ORD-NO
               READ orders-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM pay-down-one-order
               END-READ
           END-PERFORM.

      *** One customer's open orders into the pick list, each slid  ***
      *** in behind the ones no younger than it.                    ***
       pick-open-orders.

           MOVE walk-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               OR ORD-CUST-ID NOT = walk-cust
               IF (ORD-STATUS = "O" OR ORD-STATUS = "B")
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                  AND ORD-CURRENCY = pay-currency
                   IF pick-count < pick-max
                       PERFORM insert-pick
                   ELSE
                       MOVE "Y" TO pick-full
                   END-IF
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

       insert-pick.

           MOVE pick-count TO pick-slot.
           PERFORM UNTIL pick-slot = 0
               OR pk-created(pick-slot) NOT > ORD-CREATED(1:14)
               MOVE pick-entry(pick-slot) TO pick-entry(pick-slot + 1)
               SUBTRACT 1 FROM pick-slot
           END-PERFORM.
           ADD 1 TO pick-slot.
           MOVE ORD-CREATED(1:14) TO pk-created(pick-slot).
           MOVE ORD-CUST-ID TO pk-cust-id(pick-slot).
           MOVE ORD-NO TO pk-ord-no(pick-slot).
           ADD 1 TO pick-count.

      *** A customer line's buckets also count towards its group:   ***
      *** the parent it bills to, or itself when it is a parent.    ***
       add-to-rollup.

           MOVE SPACES TO ag-parent.
           MOVE aging-cust TO walk-cust.
           PERFORM VARYING group-ctr FROM 1 BY 1
                   UNTIL group-ctr > group-count
               IF gb-branch(group-ctr) = aging-cust
                   MOVE gb-parent(group-ctr) TO ag-parent walk-cust
               END-IF
           END-PERFORM.
           PERFORM find-rollup-entry.
           IF rollup-hit > 0
               ADD bucket-current TO ru-current(rollup-hit)
               ADD bucket-30 TO ru-30(rollup-hit)
               ADD bucket-60 TO ru-60(rollup-hit)
               ADD bucket-90 TO ru-90(rollup-hit)
           END-IF.

      *****************************************************************
      *** After the totals: each parent with its billing branches   ***
      *** rolled in, for the groups that owe anything.              ***
      *****************************************************************
       print-parent-rollup.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "PARENT ROLL-UP - PARENT AND ITS BRANCHES BILLED TO IT"
               TO print-line.
           PERFORM print-report-line.

           PERFORM VARYING rollup-ctr FROM 1 BY 1
                   UNTIL rollup-ctr > rollup-count
               IF ru-current(rollup-ctr) + ru-30(rollup-ctr)
                  + ru-60(rollup-ctr) + ru-90(rollup-ctr) > 0
                   MOVE ru-parent(rollup-ctr)  TO ag-cust
                   MOVE ru-current(rollup-ctr) TO ag-current
                   MOVE ru-30(rollup-ctr)      TO ag-30
                   MOVE ru-60(rollup-ctr)      TO ag-60
                   MOVE ru-90(rollup-ctr)      TO ag-90
                   MOVE SPACES                 TO ag-parent
                   MOVE SPACES                 TO ag-owner
                   MOVE SPACES TO print-line
                   MOVE aging-line TO print-line
                   PERFORM print-report-line
               END-IF
           END-PERFORM.

      *** The customer line's owner, and its buckets into that      ***
      *** owner's subtotal.                                         ***
       add-to-owner-split.

           MOVE SPACES TO aging-owner.
           MOVE aging-cust TO CUST-ID.
           IF customers-file-status = "00"
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CUST-OWNER TO aging-owner
               END-READ
               MOVE "00" TO customers-file-status
           END-IF.
           MOVE aging-owner TO ag-owner.

           MOVE 0 TO owner-hit.
           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-count OR owner-hit > 0
               IF ow-owner(owner-ctr) = aging-owner
                   MOVE owner-ctr TO owner-hit
               END-IF
           END-PERFORM.
           IF owner-hit = 0
               IF owner-count >= owner-max
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO owner-count
               MOVE owner-count TO owner-hit
               MOVE aging-owner TO ow-owner(owner-hit)
               MOVE 0 TO ow-current(owner-hit) ow-30(owner-hit)
                   ow-60(owner-hit) ow-90(owner-hit)
           END-IF.
           ADD bucket-current TO ow-current(owner-hit).
           ADD bucket-30 TO ow-30(owner-hit).
           ADD bucket-60 TO ow-60(owner-hit).
           ADD bucket-90 TO ow-90(owner-hit).

       print-owner-split.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "BY ACCOUNT OWNER" TO print-line.
           PERFORM print-report-line.

           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-count
               MOVE SPACES                 TO ag-cust
               MOVE ow-current(owner-ctr)  TO ag-current
               MOVE ow-30(owner-ctr)       TO ag-30
               MOVE ow-60(owner-ctr)       TO ag-60
               MOVE ow-90(owner-ctr)       TO ag-90
               MOVE SPACES                 TO ag-parent
               MOVE ow-owner(owner-ctr)    TO ag-owner
               IF ow-owner(owner-ctr) = SPACES
                   MOVE "(NO OWNER)" TO ag-owner
               END-IF
               MOVE SPACES TO print-line
               MOVE aging-line TO print-line
               PERFORM print-report-line
           END-PERFORM.
