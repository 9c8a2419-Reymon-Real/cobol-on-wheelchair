      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly intake of returned bank payments         ***
      *** UPDATE:  the fee order is filed tax exempt, and what an   ***
      ***          order owes includes its tax                      ***
      *** UPDATE:  a returned parent payment is backed out of the   ***
      ***          branch orders it paid                            ***
      *** UPDATE:  a returned foreign-currency payment is backed    ***
      ***          out in the currency too                          ***
      *** UPDATE:  new orders carry their customer's trading        ***
      ***          company                                          ***
      *** UPDATE:  a new order's foreign-currency fields start at   ***
      ***          zero                                             ***
      *****************************************************************
      *** Nightly batch step, ahead of the payment intake: reads    ***
      *** the bank's returns file (data/bankreturns.txt) - payments ***
      *** that bounced back after we had applied them, for lack of  ***
      *** funds or a recalled transfer. Fixed layout, one per line: ***
      ***   customer id 10  as the bank has it (may be blank)       ***
      ***   amount      11  9(9)V99, the whole original payment     ***
      ***   date         8  CCYYMMDD the bank took it back          ***
      ***   reference   16  the ORIGINAL payment's bank reference   ***
      ***   reason      30  the bank's return reason                ***
      *** The reference finds the original receipt (receipts.dat);  ***
      *** its allocation list says which orders the money went to   ***
      *** and how much each took, and exactly that much comes back  ***
      *** off each ORD-PAID. An order that was paid up and is no    ***
      *** longer reopens to "B" (to "O" if it was paid before it    ***
      *** was ever invoiced), so dunning and the aging see it owed  ***
      *** again. The receipt goes to status X with what was         ***
      *** returned and when, for the ledger extract and the bank    ***
      *** reconciliation. When RETURNFEECENTS (runtime config, 0 -  ***
      *** no fee - built in) is set, a returned-payment fee order   ***
      *** is raised for the next invoice run, and a contact note    ***
      *** due today goes on the customer for the clerk to follow    ***
      *** up. A line with no matching receipt, a different amount,  ***
      *** an already returned payment, or one spread over more      ***
      *** orders than the receipt lists goes to                     ***
      *** data/returnrejects.txt with a reason, like the payment    ***
      *** intake's rejects. The consumed input is moved aside to    ***
      *** data/bankreturns.prev so a rerun can't return it twice.   ***
      *** A payment made in the customer's billing currency is      ***
      *** matched on the currency amount the bank returns and comes ***
      *** off each order's currency paid figure as well as its      ***
      *** booked base.                                              ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. applyreturns.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "rcpdef.cbl".

           SELECT returns-file
               ASSIGN TO "data/bankreturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-file-status.

           SELECT rejects-file
               ASSIGN TO "data/returnrejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rejects-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD returns-file.
       01 return-line.
          05 BR-CUST-ID PIC X(10).
          05 BR-AMOUNT  PIC 9(9)V99.
          05 BR-DATE    PIC X(8).
          05 BR-REF     PIC X(16).
          05 BR-REASON  PIC X(30).

       FD rejects-file.
       01 reject-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 receipts-file-status  PIC X(2).
       77 returns-file-status   PIC X(2).
       77 rejects-file-status   PIC X(2).

       78 rcp-alloc-max VALUE 20.

       77 run-date        PIC X(8).
       77 returned-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 reject-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 reopened-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 fee-count       PIC 9(5) USAGE COMP-5 VALUE 0.

       77 reject-reason   PIC X(40).
       77 raw-return      PIC X(75).
       77 found-rcp-no    PIC 9(10).
       77 found-returned  PIC X(01).
       77 found-amount    PIC X(01).
       77 cust-known      PIC X(01).
       77 alloc-ctr       PIC 9(4) USAGE COMP-5.
       77 back-out-amt    PIC 9(9)V99.

       77 cfg-key-name    PIC X(30).
       77 cfg-default     PIC 9(12).
       77 cfg-result      PIC 9(12).
       77 fee-amount      PIC 9(7)V99 VALUE 0.
       77 fee-order-key   PIC 9(10).

      *** The same currency editing the payment reminders carry.    ***
       77 money-result   PIC S9(18)V99 VALUE 0.
       77 display-result PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       77 note-text     PIC X(200).
       77 note-user     PIC X(30) VALUE "applyreturns".
       77 note-followup PIC X(8).
       77 note-written  PIC X(01).

       77 archive-command PIC X(120).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       PROCEDURE DIVISION.

       start-applyreturns.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           MOVE "RETURNFEECENTS" TO cfg-key-name.
           MOVE 0 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           COMPUTE fee-amount = cfg-result / 100
               ON SIZE ERROR MOVE 0 TO fee-amount
           END-COMPUTE.

           OPEN INPUT returns-file.
           IF returns-file-status NOT = "00"
               DISPLAY "applyreturns: no returns file tonight."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O receipts-file.
           IF receipts-file-status NOT = "00"
               DISPLAY "applyreturns: receipts dataset could not be "
                   "opened."
               CLOSE returns-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               DISPLAY "applyreturns: orders dataset could not be "
                   "opened."
               CLOSE returns-file
               CLOSE receipts-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT customers-file.

           READ returns-file
               AT END MOVE "10" TO returns-file-status
           END-READ.
           PERFORM UNTIL returns-file-status NOT = "00"
               IF FUNCTION TRIM(return-line) NOT = SPACES
                   PERFORM apply-one-return
               END-IF
               READ returns-file
                   AT END MOVE "10" TO returns-file-status
               END-READ
           END-PERFORM.

           CLOSE returns-file.
           CLOSE receipts-file.
           CLOSE orders-file.
           CLOSE customers-file.

      *** Consumed: move the file aside so a restart of the night   ***
      *** can't take the same money back twice.                     ***
           MOVE SPACES TO archive-command.
           STRING "mv data/bankreturns.txt data/bankreturns.prev"
               DELIMITED BY SIZE INTO archive-command
           END-STRING.
           CALL "SYSTEM" USING archive-command END-CALL.

           DISPLAY "applyreturns: " returned-count " returned, "
               reopened-count " order(s) reopened, " fee-count
               " fee order(s), " reject-count " rejected.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       apply-one-return.

           MOVE SPACES TO reject-reason.
           MOVE return-line TO raw-return.

           IF BR-AMOUNT NOT NUMERIC
               MOVE "amount is not numeric" TO reject-reason
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           IF BR-AMOUNT = 0
               MOVE "amount is zero" TO reject-reason
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           PERFORM find-original-receipt.
           IF found-rcp-no = 0
               IF found-returned = "Y"
                   MOVE "payment already returned" TO reject-reason
               ELSE
                   IF found-amount = "Y"
                       MOVE "amount differs from the original payment"
                           TO reject-reason
                   ELSE
                       MOVE "no payment with that bank reference"
                           TO reject-reason
                   END-IF
               END-IF
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           MOVE found-rcp-no TO RCP-NO.
           READ receipts-file
               INVALID KEY
                   MOVE "receipt could not be reread" TO reject-reason
           END-READ.
           IF reject-reason NOT = SPACES
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           IF RCP-ALLOC-COUNT IS NUMERIC
              AND RCP-ALLOC-COUNT > rcp-alloc-max
               MOVE "spread over too many orders - back out by hand"
                   TO reject-reason
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           IF RCP-ALLOC-COUNT IS NUMERIC
               PERFORM VARYING alloc-ctr FROM 1 BY 1
                       UNTIL alloc-ctr > RCP-ALLOC-COUNT
                   PERFORM back-out-one-order
               END-PERFORM
           END-IF.

           PERFORM mark-receipt-returned.

           PERFORM check-customer-known.
           IF cust-known = "Y"
               IF fee-amount > 0
                   PERFORM raise-fee-order
               END-IF
               PERFORM file-return-note
           END-IF.

           ADD 1 TO returned-count.

      *****************************************************************
      *** The receipts dataset is keyed by receipt number only, so  ***
      *** the reference is looked for the long way. A reference can ***
      *** recur, so the newest receipt not yet returned that also   ***
      *** carries the amount (and the customer, when the bank gives ***
      *** one) is the one. The near misses are remembered so the    ***
      *** reject says why.                                          ***
      *****************************************************************
       find-original-receipt.

           MOVE 0 TO found-rcp-no.
           MOVE "N" TO found-returned.
           MOVE "N" TO found-amount.

           MOVE 0 TO RCP-NO.
           START receipts-file KEY NOT < RCP-NO
               INVALID KEY MOVE "10" TO receipts-file-status
           END-START.
           IF receipts-file-status NOT = "00"
               MOVE "00" TO receipts-file-status
               EXIT PARAGRAPH
           END-IF.

           READ receipts-file NEXT RECORD
               AT END MOVE "10" TO receipts-file-status
           END-READ.
           PERFORM UNTIL receipts-file-status NOT = "00"
               IF RCP-BANK-REF = BR-REF
                  AND (BR-CUST-ID = SPACES
                       OR RCP-CUST-ID = BR-CUST-ID)
                   EVALUATE TRUE
                       WHEN RCP-STATUS = "X"
                           MOVE "Y" TO found-returned
                       WHEN RCP-AMOUNT NOT = BR-AMOUNT
                           MOVE "Y" TO found-amount
                       WHEN OTHER
                           MOVE RCP-NO TO found-rcp-no
                   END-EVALUATE
               END-IF
               READ receipts-file NEXT RECORD
                   AT END MOVE "10" TO receipts-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO receipts-file-status.

      *****************************************************************
      *** Back out what this payment put on one order - never more  ***
      *** than the order still shows as paid, in case the office    ***
      *** has adjusted it since. A parent's payment may have paid   ***
      *** down a branch's order; the receipt names that branch.     ***
      *****************************************************************
       back-out-one-order.

           MOVE RCP-CUST-ID TO ORD-CUST-ID.
           IF RCP-ALLOC-CUST-ID(alloc-ctr) NOT = SPACES
               MOVE RCP-ALLOC-CUST-ID(alloc-ctr) TO ORD-CUST-ID
           END-IF.
           MOVE RCP-ALLOC-ORD-NO(alloc-ctr) TO ORD-NO.
           READ orders-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.

           MOVE order-record TO jf-before.

           MOVE RCP-ALLOC-AMOUNT(alloc-ctr) TO back-out-amt.
           IF back-out-amt > ORD-PAID
               MOVE ORD-PAID TO back-out-amt
           END-IF.
           SUBTRACT back-out-amt FROM ORD-PAID.
      *** A payment in the order's invoice currency comes off what  ***
      *** the customer has paid in that currency as well.           ***
           IF RCP-CURRENCY NOT = SPACES
              AND ORD-CURRENCY = RCP-CURRENCY
               IF RCP-ALLOC-FX(alloc-ctr) > ORD-FX-PAID
                   MOVE 0 TO ORD-FX-PAID
               ELSE
                   SUBTRACT RCP-ALLOC-FX(alloc-ctr) FROM ORD-FX-PAID
               END-IF
           END-IF.

           IF ORD-STATUS = "P"
              AND ORD-PAID + ORD-CREDITED < ORD-AMOUNT + ORD-TAX
               IF ORD-INVOICE = SPACES
                   MOVE "O" TO ORD-STATUS
               ELSE
                   MOVE "B" TO ORD-STATUS
               END-IF
               ADD 1 TO reopened-count
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.

           REWRITE order-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "orders" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       mark-receipt-returned.

           MOVE receipt-record TO jf-before.

           MOVE "X" TO RCP-STATUS.
           MOVE BR-AMOUNT TO RCP-RETURNED.
           MOVE run-date TO RCP-RETURN-DATE.
           MOVE BR-DATE TO RCP-RETURN-VALUE.
           MOVE SPACES TO RCP-REASON.
           STRING "returned: "                 DELIMITED BY SIZE
                  FUNCTION TRIM(BR-REASON)     DELIMITED BY SIZE
               INTO RCP-REASON
           END-STRING.

           REWRITE receipt-record
               INVALID KEY
                   DISPLAY "applyreturns: could not update receipt "
                       RCP-NO
               NOT INVALID KEY
                   MOVE "receipts" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE RCP-NO TO jf-key
                   MOVE receipt-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       check-customer-known.

           MOVE "N" TO cust-known.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE RCP-CUST-ID TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO cust-known
           END-READ.
           MOVE "00" TO customers-file-status.

      *****************************************************************
      *** The fee is an ordinary open order, so the next invoice    ***
      *** run bills it with everything else - filed exempt (E), as  ***
      *** a bank charge passed on carries no tax.                   ***
      *****************************************************************
       raise-fee-order.

           CALL "getnextkey" USING "ORDERNO   " fee-order-key END-CALL.
           IF fee-order-key = 0
               DISPLAY "applyreturns: no order number for the fee on "
                   BR-REF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO order-record.
           MOVE RCP-CUST-ID TO ORD-CUST-ID.
           MOVE fee-order-key TO ORD-NO.
           CALL "getcustcompany" USING ORD-CUST-ID ORD-COMPANY
               END-CALL.
           STRING "returned payment fee - bank reference "
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(BR-REF)        DELIMITED BY SIZE
               INTO ORD-DESC
           END-STRING.
           MOVE 1 TO ORD-QTY.
           MOVE fee-amount TO ORD-UNIT-PRICE.
           MOVE fee-amount TO ORD-AMOUNT.
           MOVE 0 TO ORD-PAID.
           MOVE 0 TO ORD-CREDITED.
           MOVE "E" TO ORD-TAX-CODE.
           MOVE 0 TO ORD-TAX-RATE.
           MOVE 0 TO ORD-TAX.
           MOVE 0 TO ORD-RECUR-NO.
           MOVE 0 TO ORD-WRITTEN-OFF.
           MOVE 0 TO ORD-SHIPMENT.
           MOVE 0 TO ORD-FX-RATE.
           MOVE 0 TO ORD-FX-AMOUNT.
           MOVE 0 TO ORD-FX-PAID.
           MOVE "O" TO ORD-STATUS.
           MOVE SPACES TO ORD-INVOICE.
           MOVE note-user TO ORD-USER.
           MOVE FUNCTION CURRENT-DATE TO ORD-CREATED.
           MOVE ORD-CREATED TO ORD-CHANGED.

           WRITE order-record
               INVALID KEY
                   DISPLAY "applyreturns: could not file the fee "
                       "order for " BR-REF
               NOT INVALID KEY
                   ADD 1 TO fee-count
                   MOVE "orders" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

       file-return-note.

           COMPUTE money-result = BR-AMOUNT.
           MOVE money-result TO display-result.

           MOVE SPACES TO note-text.
           STRING "payment "                      DELIMITED BY SIZE
                  FUNCTION TRIM(BR-REF)           DELIMITED BY SIZE
                  " for "                         DELIMITED BY SIZE
                  FUNCTION TRIM(display-result)   DELIMITED BY SIZE
                  " returned by the bank ("       DELIMITED BY SIZE
                  FUNCTION TRIM(BR-REASON)        DELIMITED BY SIZE
                  ") - taken back off the orders it paid; "
                                                  DELIMITED BY SIZE
                  "ask the customer to pay again" DELIMITED BY SIZE
               INTO note-text
           END-STRING.
           MOVE run-date TO note-followup.
           CALL "writecustnote" USING RCP-CUST-ID note-text note-user
               note-followup note-written END-CALL.

      *****************************************************************
      *** The raw bank line plus the reason, one per line - exactly ***
      *** what the clerk chases in the morning.                     ***
      *****************************************************************
       write-reject-line.

           OPEN EXTEND rejects-file.
           IF rejects-file-status NOT = "00"
               OPEN OUTPUT rejects-file
           END-IF.

           MOVE SPACES TO reject-line.
           STRING raw-return                   DELIMITED BY SIZE
                  " | "                        DELIMITED BY SIZE
                  FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO reject-line
           END-STRING.
           WRITE reject-line.

           CLOSE rejects-file.
           ADD 1 TO reject-count.
