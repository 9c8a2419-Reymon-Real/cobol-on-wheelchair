      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly apply of the queued inbound events       ***
      *** UPDATE:  a status change to an order from a closed month  ***
      ***          is booked to the current period as an adjustment ***
      *** UPDATE:  an address event must carry a known postcode     ***
      *** UPDATE:  the customer is opened to take an address change ***
      ***          and sealed again before the rewrite              ***
      *** UPDATE:  card payments from the provider applied to the   ***
      ***          invoice's orders, receipted and mailed;          ***
      ***          failures, disputes and overpayments reported     ***
      *****************************************************************
      *** Nightly batch step, the other half of the events route:   ***
      *** walks data/inboundevents.dat and applies every pending    ***
      *** is marked rejected and written to data/eventrejects.txt   ***
      *** with a reason, for the clerk to work in the morning -     ***
      *** the same rejects-file shape the payment intake uses.      ***
      *** A payment.card event is the card provider's word on a     ***
      *** portal payment (cardpayfld.cbl). Paid, the money goes on  ***
      *** the invoice's orders oldest first the way applypayments   ***
      *** lays bank money on them, a receipt is filed with the      ***
      *** provider's reference as its bank reference, and the       ***
      *** customer is mailed a payment receipt. Anything the orders ***
      *** couldn't take stays unapplied on the receipt. Failed and  ***
      *** disputed payments are marked on the card payment and,     ***
      *** with any overpayment, listed in the night's               ***
      *** data/cardissues_<ccyymmdd>.txt for the office - a dispute ***
      *** is not reversed here; the office decides, as with a bank  ***
      *** return.                                                   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
           COPY "ieventdef.cbl".
           COPY "custdef.cbl".
           COPY "orderdef.cbl".
           COPY "cardpaydef.cbl".
           COPY "invdef.cbl".
           COPY "rcpdef.cbl".

           SELECT rejects-file
               ASSIGN TO "data/eventrejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rejects-file-status.

           SELECT issues-file
               ASSIGN TO issues-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS issues-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD inboundevents-file.
       FD rejects-file.
       01 reject-line PIC X(160).

       FD cardpays-file.
       01 cardpay-record.
           COPY "cardpayfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD issues-file.
       01 issues-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 inboundevents-file-status PIC X(2).
       77 customers-file-status     PIC X(2).
       77 crypt-result              PIC X(01).
       77 orders-file-status        PIC X(2).
       77 rejects-file-status       PIC X(2).

       77 reject-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 event-applied PIC X(01).
       77 reject-reason PIC X(60).
       77 period-closed PIC X(01).
       77 addr-postcode PIC X(10).
       77 addr-city     PIC X(30).
       77 addr-result   PIC X(01).

       77 cardpays-file-status PIC X(2).
       77 invoices-file-status PIC X(2).
       77 receipts-file-status PIC X(2).
       77 issues-file-status   PIC X(2).
       77 issues-file-name     PIC X(64) VALUE SPACES.
       77 issues-open          PIC X(01) VALUE "N".
       77 issues-count         PIC 9(5) USAGE COMP-5 VALUE 0.
       77 issue-kind           PIC X(10).
       77 run-date             PIC X(8).
       77 cfs-failed           PIC X(01).

       77 card-remaining PIC 9(9)V99.
       77 card-applied   PIC 9(9)V99.
       77 card-open-amt  PIC 9(9)V99.
       77 card-scan-cust PIC X(10).
       77 card-br        PIC 9(4) USAGE COMP-5.
       77 card-reason    PIC X(40).
       77 receipt-key    PIC 9(10) VALUE 0.
       77 money-disp     PIC ZZZ,ZZZ,ZZ9.99.
       77 receipt-disp   PIC Z(9)9.

       78 card-alloc-max VALUE 20.
       01 card-allocs.
          05 card-alloc-count PIC 9(3) VALUE 0.
          05 card-alloc-entry OCCURS 20 TIMES.
             10 ca-ord-no  PIC 9(10).
             10 ca-amount  PIC 9(9)V99.
             10 ca-cust-id PIC X(10).
       77 card-alloc-ctr PIC 9(4) USAGE COMP-5.

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
       77 mail-body     PIC X(500).
       77 mail-template PIC X(30) VALUE "cardreceipt".
       77 mail-accepted PIC X(01).
       77 mail-lang     PIC X(2) VALUE SPACES.

       01 the-mailvars.
           COPY "cowvars.cbl"
              REPLACING LEADING ==COW== BY ==MV==.

       01 rpt-reg.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).


      *** Before/after images handed to logjournal on every master ***

       start-applyevents.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           OPEN I-O inboundevents-file.
           IF inboundevents-file-status NOT = "00"
               DISPLAY "applyevents: no event backlog."

           CLOSE inboundevents-file.

           IF issues-open = "Y"
               PERFORM close-card-issues
           END-IF.

           IF applied-count > 0
               CALL "flushcache"
           END-IF.

           DISPLAY "applyevents: " applied-count " applied, "
               reject-count " rejected.".
           IF issues-count > 0
               DISPLAY "applyevents: " issues-count
                   " card payment issue(s) in "
                   FUNCTION TRIM(issues-file-name)
           END-IF.

           MOVE 0 TO RETURN-CODE.

                   PERFORM apply-address-change
               WHEN "order.status"
                   PERFORM apply-order-status
               WHEN "payment.card"
                   PERFORM apply-card-payment
               WHEN OTHER
                   MOVE "unknown event type" TO reject-reason
           END-EVALUATE.
      *****************************************************************
      *** The address lines that arrived replace the customer's;   ***
      *** a field the event left blank keeps its current value.    ***
      *** The address that results must pass the postcode           ***
      *** reference - an unknown postcode rejects the event, a      ***
      *** known one sets the canonical city.                        ***
      *****************************************************************
       apply-address-change.

                       MOVE "customer is inactive" TO reject-reason
                   ELSE
                       MOVE customer-record TO jf-before
                       PERFORM merge-event-address
                   END-IF
           END-READ.

           IF reject-reason = SPACES
               MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
               CALL "custcrypt" USING "S" customer-record crypt-result
                   END-CALL
               REWRITE customer-record
                   INVALID KEY
                       MOVE "customer rewrite failed"
                           TO reject-reason
                   NOT INVALID KEY
                       MOVE "Y" TO event-applied
                       MOVE "customers" TO jf-dataset
                       MOVE "R" TO jf-action
                       MOVE CUST-ID TO jf-key
                       MOVE customer-record TO jf-after
                       CALL "logjournal" USING jf-dataset
                           jf-action jf-key jf-before
                           jf-after END-CALL
               END-REWRITE
           END-IF.

           CLOSE customers-file.

      *** The record is opened to take the new lines and sealed     ***
      *** again before it is rewritten.                             ***
       merge-event-address.

           CALL "custcrypt" USING "O" customer-record crypt-result
               END-CALL.
           IF crypt-result NOT = "Y"
               MOVE "customer record could not be opened"
                   TO reject-reason
               EXIT PARAGRAPH
           END-IF.

           IF IE-ADDR1 NOT = SPACES
               MOVE IE-ADDR1 TO CUST-ADDR1
           END-IF.
           IF IE-ADDR2 NOT = SPACES
               MOVE IE-ADDR2 TO CUST-ADDR2
           END-IF.
           IF IE-CITY NOT = SPACES
               MOVE IE-CITY TO CUST-CITY
           END-IF.
           IF IE-POSTCODE NOT = SPACES
               MOVE IE-POSTCODE TO CUST-POSTCODE
           END-IF.
           PERFORM check-merged-address.

       check-merged-address.

           MOVE CUST-POSTCODE TO addr-postcode.
           MOVE CUST-CITY     TO addr-city.
           CALL "checkaddress" USING addr-postcode addr-city
               addr-result END-CALL.

           IF addr-result = "N"
               MOVE "postcode is not a known postcode"
                   TO reject-reason
           ELSE
               MOVE addr-postcode TO CUST-POSTCODE
               MOVE addr-city     TO CUST-CITY
           END-IF.

      *****************************************************************
      *** The order moves to the event's status letter. A billed   ***
      *** order can still be marked paid or cancelled, but nothing ***
      *** reopens a cancelled one. An order from a closed month is  ***
      *** stamped with today as its adjustment date, so the change  ***
      *** lands in the open period and not the closed one.          ***
      *****************************************************************
       apply-order-status.

                       MOVE order-record TO jf-before
                       MOVE IE-ORDSTATUS TO ORD-STATUS
                       MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED
                       CALL "checkperiod" USING ORD-CREATED(1:8)
                           period-closed END-CALL
                       IF period-closed = "Y"
                           MOVE ORD-CHANGED(1:8) TO ORD-ADJ-DATE
                       END-IF
                       REWRITE order-record
                           INVALID KEY
                               MOVE "order rewrite failed"

           CLOSE orders-file.

      *****************************************************************
      *** The provider's callback against the card payment the      ***
      *** portal filed. A reference we never handed out, or a       ***
      *** "paid" for one already applied (the provider retrying),   ***
      *** is rejected; a failure after the money was taken is a     ***
      *** dispute in all but name and is rejected for the office to ***
      *** look at.                                                  ***
      *****************************************************************
       apply-card-payment.

           OPEN I-O cardpays-file.
           IF cardpays-file-status NOT = "00"
               MOVE "card payments dataset unavailable"
                   TO reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE IE-PAY-REF TO CP-REF.
           READ cardpays-file
               INVALID KEY MOVE "23" TO cardpays-file-status
           END-READ.
           IF cardpays-file-status = "23"
               MOVE "no card payment with that reference"
                   TO reject-reason
               CLOSE cardpays-file
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-CUST-ID TO IE-CUST-ID.
           MOVE cardpay-record TO jf-before.

           EVALUATE TRUE
               WHEN IE-PAY-OUTCOME = "P" AND CP-STATUS = "P"
                   MOVE "card payment already applied"
                       TO reject-reason
               WHEN IE-PAY-OUTCOME = "P" AND IE-PAY-AMOUNT = 0
                   MOVE "card payment of nothing" TO reject-reason
               WHEN IE-PAY-OUTCOME = "P"
                   PERFORM settle-card-payment
               WHEN IE-PAY-OUTCOME = "F" AND CP-STATUS = "P"
                   MOVE "failure reported after the payment was applied"
                       TO reject-reason
               WHEN IE-PAY-OUTCOME = "F"
                   MOVE "F" TO CP-STATUS
                   MOVE "FAILED" TO issue-kind
                   PERFORM write-card-issue
               WHEN IE-PAY-OUTCOME = "D"
                   MOVE "D" TO CP-STATUS
                   MOVE "DISPUTED" TO issue-kind
                   PERFORM write-card-issue
               WHEN OTHER
                   MOVE "unknown card payment outcome" TO reject-reason
           END-EVALUATE.

           IF reject-reason = SPACES
               MOVE IE-PAY-PROV-REF TO CP-PROV-REF
               MOVE FUNCTION CURRENT-DATE TO CP-UPDATED
               REWRITE cardpay-record
                   INVALID KEY
                       MOVE "card payment rewrite failed"
                           TO reject-reason
                   NOT INVALID KEY
                       MOVE "Y" TO event-applied
                       MOVE "cardpays" TO jf-dataset
                       MOVE "R" TO jf-action
                       MOVE CP-REF TO jf-key
                       MOVE cardpay-record TO jf-after
                       CALL "logjournal" USING jf-dataset
                           jf-action jf-key jf-before
                           jf-after END-CALL
               END-REWRITE
           END-IF.

           CLOSE cardpays-file.

      *****************************************************************
      *** Paid: the invoice's orders - the customer's own, then     ***
      *** each branch's on a consolidated invoice - take the money  ***
      *** in order-number order, as much as each still owes. The    ***
      *** receipt records what went where; what is left over sits   ***
      *** unapplied on it and is reported as an overpayment.        ***
      *****************************************************************
       settle-card-payment.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               MOVE "invoices dataset unavailable" TO reject-reason
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-INV-NO TO INV-NO.
           READ invoices-file
               INVALID KEY MOVE "23" TO invoices-file-status
           END-READ.
           CLOSE invoices-file.
           IF invoices-file-status = "23"
               MOVE "the card payment's invoice has gone"
                   TO reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE IE-PAY-AMOUNT TO card-remaining.
           MOVE 0 TO card-applied card-alloc-count.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset unavailable" TO reject-reason
               EXIT PARAGRAPH
           END-IF.
           MOVE INV-CUST-ID TO card-scan-cust.
           PERFORM pay-customer-invoice-orders.
           PERFORM VARYING card-br FROM 1 BY 1
                   UNTIL card-br > INV-BRANCH-COUNT OR card-br > 20
                   OR card-remaining = 0
               MOVE INV-BR-CUST-ID(card-br) TO card-scan-cust
               PERFORM pay-customer-invoice-orders
           END-PERFORM.
           CLOSE orders-file.

           MOVE SPACES TO card-reason.
           EVALUATE TRUE
               WHEN card-applied = 0
                   MOVE "invoice already settled - held unapplied"
                       TO card-reason
               WHEN card-remaining > 0
                   MOVE "overpayment - remainder unapplied"
                       TO card-reason
           END-EVALUATE.

           PERFORM write-card-receipt.
           IF receipt-key = 0
               MOVE "orders paid down but no receipt could be filed"
                   TO reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE "P" TO CP-STATUS.
           MOVE receipt-key TO CP-RCP-NO.
           IF card-remaining > 0
               MOVE "OVERPAID" TO issue-kind
               PERFORM write-card-issue
           END-IF.
           PERFORM mail-card-receipt.

       pay-customer-invoice-orders.

           MOVE card-scan-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
               NOT INVALID KEY MOVE "00" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               OR ORD-CUST-ID NOT = card-scan-cust
               OR card-remaining = 0
               IF ORD-INVOICE = INV-NO
                  AND (ORD-STATUS = "O" OR ORD-STATUS = "B")
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                  AND ORD-CURRENCY = SPACES
                   PERFORM pay-down-invoice-order
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

       pay-down-invoice-order.

           MOVE order-record TO jf-before.
           COMPUTE card-open-amt = ORD-AMOUNT + ORD-TAX
               - ORD-PAID - ORD-CREDITED.
           IF card-remaining < card-open-amt
               MOVE card-remaining TO card-open-amt
           END-IF.

           ADD card-open-amt TO ORD-PAID.
           ADD card-open-amt TO card-applied.
           SUBTRACT card-open-amt FROM card-remaining.

           ADD 1 TO card-alloc-count.
           IF card-alloc-count <= card-alloc-max
               MOVE ORD-NO TO ca-ord-no(card-alloc-count)
               MOVE card-open-amt TO ca-amount(card-alloc-count)
               MOVE SPACES TO ca-cust-id(card-alloc-count)
               IF ORD-CUST-ID NOT = CP-CUST-ID
                   MOVE ORD-CUST-ID TO ca-cust-id(card-alloc-count)
               END-IF
           END-IF.

           IF ORD-PAID + ORD-CREDITED NOT < ORD-AMOUNT + ORD-TAX
               MOVE "P" TO ORD-STATUS
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

      *****************************************************************
      *** The receipt, as the bank intake would file it: the money  ***
      *** the provider took, what came off the orders tonight, and  ***
      *** the provider's reference where a bank line's would be.    ***
      *** Card money is always base currency.                       ***
      *****************************************************************
       write-card-receipt.

           MOVE 0 TO receipt-key.
           OPEN I-O receipts-file.
           IF receipts-file-status = "35"
               OPEN OUTPUT receipts-file
               CLOSE receipts-file
               OPEN I-O receipts-file
           END-IF.
           IF receipts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "RECEIPTNO " receipt-key END-CALL.
           IF receipt-key = 0
               CLOSE receipts-file
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO receipt-record.
           MOVE receipt-key    TO RCP-NO.
           MOVE CP-CUST-ID     TO RCP-CUST-ID.
           MOVE IE-PAY-AMOUNT  TO RCP-AMOUNT.
           MOVE card-applied   TO RCP-APPLIED.
           MOVE card-remaining TO RCP-UNAPPLIED.
           MOVE INV-COMPANY    TO RCP-COMPANY.
           MOVE 0 TO RCP-FX-RATE RCP-FX-APPLIED RCP-FX-BOOKED
               RCP-FX-DIFF.
           MOVE run-date       TO RCP-VALUE-DATE.
           MOVE IE-PAY-PROV-REF(1:16) TO RCP-BANK-REF.
           EVALUATE TRUE
               WHEN card-applied = 0
                   MOVE "R" TO RCP-STATUS
               WHEN card-remaining > 0
                   MOVE "P" TO RCP-STATUS
               WHEN OTHER
                   MOVE "A" TO RCP-STATUS
           END-EVALUATE.
           MOVE card-reason    TO RCP-REASON.
           MOVE run-date       TO RCP-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RCP-CREATED.
           MOVE 0              TO RCP-RETURNED.
           MOVE SPACES         TO RCP-RETURN-DATE RCP-RETURN-VALUE.
           MOVE card-alloc-count TO RCP-ALLOC-COUNT.
           PERFORM VARYING card-alloc-ctr FROM 1 BY 1
                   UNTIL card-alloc-ctr > card-alloc-max
               IF card-alloc-ctr <= card-alloc-count
                   MOVE ca-ord-no(card-alloc-ctr)
                       TO RCP-ALLOC-ORD-NO(card-alloc-ctr)
                   MOVE ca-amount(card-alloc-ctr)
                       TO RCP-ALLOC-AMOUNT(card-alloc-ctr)
                   MOVE ca-cust-id(card-alloc-ctr)
                       TO RCP-ALLOC-CUST-ID(card-alloc-ctr)
               ELSE
                   MOVE 0 TO RCP-ALLOC-ORD-NO(card-alloc-ctr)
                   MOVE 0 TO RCP-ALLOC-AMOUNT(card-alloc-ctr)
                   MOVE SPACES TO RCP-ALLOC-CUST-ID(card-alloc-ctr)
               END-IF
               MOVE 0 TO RCP-ALLOC-FX(card-alloc-ctr)
           END-PERFORM.

           WRITE receipt-record
               INVALID KEY
                   MOVE 0 TO receipt-key
               NOT INVALID KEY
                   MOVE "receipts" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE RCP-NO TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE receipt-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

           CLOSE receipts-file.

      *****************************************************************
      *** The payment receipt mail, through the spool like every    ***
      *** other customer mail - sendmailq keeps a bounced-out or    ***
      *** do-not-email customer off it. The address is opened from  ***
      *** the sealed customer record; one that won't open gets no   ***
      *** mail, the payment stands all the same.                    ***
      *****************************************************************
       mail-card-receipt.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CP-CUST-ID TO CUST-ID.
           READ customers-file
               INVALID KEY MOVE "23" TO customers-file-status
           END-READ.
           CLOSE customers-file.
           IF customers-file-status = "23"
               EXIT PARAGRAPH
           END-IF.

           CALL "custcrypt" USING "O" customer-record crypt-result
               END-CALL.
           IF crypt-result NOT = "Y" OR CUST-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-EMAIL TO mail-to-addr.
           MOVE CUST-LANG TO mail-lang.
           MOVE IE-PAY-AMOUNT TO money-disp.
           MOVE receipt-key TO receipt-disp.

           MOVE SPACES TO mail-subject.
           STRING "Card payment received - invoice " DELIMITED BY SIZE
                  FUNCTION TRIM(CP-INV-NO)           DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           STRING "Dear "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ", thank you - we have received your card payment "
                                                DELIMITED BY SIZE
                  "of "                         DELIMITED BY SIZE
                  FUNCTION TRIM(money-disp)     DELIMITED BY SIZE
                  " for invoice "               DELIMITED BY SIZE
                  FUNCTION TRIM(CP-INV-NO)      DELIMITED BY SIZE
                  ". Receipt number "           DELIMITED BY SIZE
                  FUNCTION TRIM(receipt-disp)   DELIMITED BY SIZE
                  ", card payment reference "   DELIMITED BY SIZE
                  FUNCTION TRIM(CP-REF)         DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO MV-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME) TO MV-varvalue(1).
           MOVE "invoiceno" TO MV-varname(2).
           MOVE FUNCTION TRIM(CP-INV-NO) TO MV-varvalue(2).
           MOVE "amount" TO MV-varname(3).
           MOVE FUNCTION TRIM(money-disp) TO MV-varvalue(3).
           MOVE "receiptno" TO MV-varname(4).
           MOVE FUNCTION TRIM(receipt-disp) TO MV-varvalue(4).
           MOVE "ref" TO MV-varname(5).
           MOVE FUNCTION TRIM(CP-REF) TO MV-varvalue(5).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

      *****************************************************************
      *** One line on the night's card issues list, the file opened ***
      *** on the first issue so a quiet night leaves none behind.   ***
      *****************************************************************
       write-card-issue.

           IF issues-open NOT = "Y"
               MOVE SPACES TO issues-file-name
               STRING "data/cardissues_" DELIMITED BY SIZE
                      run-date           DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                   INTO issues-file-name
               END-STRING
               OPEN EXTEND issues-file
               IF issues-file-status NOT = "00"
                   OPEN OUTPUT issues-file
               END-IF
               CALL 'checkfilestatus' USING issues-file-name
                   issues-file-status cfs-failed
               IF cfs-failed = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO issues-open
               MOVE SPACES TO issues-line
               STRING "CARD PAYMENT ISSUES - run " DELIMITED BY SIZE
                      run-date                     DELIMITED BY SIZE
                   INTO issues-line
               END-STRING
               WRITE issues-line
               MOVE "kind       ref        invoice    customer   "
                   & "        amount  provider reference"
                   TO issues-line
               WRITE issues-line
           END-IF.

           IF IE-PAY-OUTCOME = "P"
               MOVE card-remaining TO money-disp
           ELSE
               MOVE IE-PAY-AMOUNT TO money-disp
           END-IF.
           MOVE SPACES TO issues-line.
           STRING issue-kind          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CP-REF              DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CP-INV-NO           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CP-CUST-ID          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  money-disp          DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  IE-PAY-PROV-REF     DELIMITED BY SIZE
               INTO issues-line
           END-STRING.
           WRITE issues-line.
           ADD 1 TO issues-count.

       close-card-issues.

           CLOSE issues-file.
           MOVE issues-file-name TO rpt-reg-name.
           MOVE "applyevents" TO rpt-reg-program.
           COMPUTE rpt-reg-lines = issues-count + 2.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

       write-reject-line.

           OPEN EXTEND rejects-file.
