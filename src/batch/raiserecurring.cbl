      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  orders raised from recurring order schedules     ***
      *** UPDATE:  raised orders start awaiting pick                ***
      *** UPDATE:  new orders carry their customer's trading        ***
      ***          company                                          ***
      *** UPDATE:  an order over the approval limit is raised held  ***
      *** UPDATE:  a new order's foreign-currency fields start at   ***
      ***          zero                                             ***
      *****************************************************************
      *** Nightly batch step, ahead of cutinvoices in               ***
      *** nightsched.txt and scheduled "workday", so it only runs   ***
      *** Monday to Friday off data/holidays.txt - an order falling ***
      *** due on a weekend or a holiday is raised on the next       ***
      *** business day, because everything due on or before the     ***
      *** run date is raised.                                       ***
      *** Every active schedule (recurfld.cbl) whose REC-NEXT-DUE   ***
      *** has come raises one open order per period due, through    ***
      *** the same gates a clerk's order goes through:              ***
      ***  - the product's description and price in force today     ***
      ***    from the catalog (lookupproduct);                      ***
      ***  - checkorder, which refuses a customer who is unknown,   ***
      ***    inactive, on credit hold or would go past the credit   ***
      ***    limit.                                                 ***
      *** A refused period is skipped, not kept back - a customer   ***
      *** coming off hold in three weeks gets their next regular    ***
      *** order, not three at once. Either way the schedule moves   ***
      *** on to its next due date; one whose next due date is past  ***
      *** REC-END is ended ("E"). Raised orders carry ORD-SOURCE    ***
      *** "R" and the schedule number in ORD-RECUR-NO. What was     ***
      *** raised and what was skipped, and why, goes to             ***
      *** data/recurring-CCYYMMDD.prn, registered in the report     ***
      *** spool. At most 12 periods are caught up per schedule in   ***
      *** one run, so a schedule left active across a long outage   ***
      *** can't flood the invoice run.                              ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. raiserecurring.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "recurdef.cbl".
           COPY "orderdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD recurring-file.
       01 recurring-record.
           COPY "recurfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 recurring-file-status PIC X(2).
       77 orders-file-status    PIC X(2).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.
       78 CATCH-UP-MAX VALUE 12.

       77 run-date       PIC X(8).
       77 order-user     PIC X(30) VALUE "raiserecurring".

       77 periods-done   PIC 9(4) USAGE COMP-5.
       77 sched-changed  PIC X(01).
       77 sched-before   PIC X(600).
       77 due-date       PIC X(8).

       77 new-order-key  PIC 9(10) VALUE 0.
       77 order-result   PIC X(60).
       77 hold-result    PIC X(01).
       77 hold-message   PIC X(90).
       77 order-no-disp  PIC Z(9)9.

       77 lp-desc        PIC X(60).
       77 lp-price       PIC 9(7)V99.
       77 lp-result      PIC X(01).
       77 order-amount   PIC 9(9)V99.

       77 co-amount      PIC 9(11)V99.
       77 co-result      PIC X(01).
       77 co-message     PIC X(90).

      *** Working fields for moving a due date on one period.       ***
       77 nd-date-int    PIC 9(8).
       77 nd-year        PIC 9(4).
       77 nd-month       PIC 9(4).
       77 nd-day         PIC 9(2).
       77 nd-last-day    PIC 9(2).
       77 nd-first-next  PIC 9(8).
       77 nd-month-end   PIC X(8).
       77 nd-result      PIC 9(8).

       77 due-count      PIC 9(7) USAGE COMP-5 VALUE 0.
       77 raised-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 skipped-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 ended-count    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 raised-total   PIC 9(13)V99 VALUE 0.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

       01 item-line.
          05 il-due      PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 il-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 il-sched    PIC Z(9)9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 il-product  PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 il-qty      PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 il-amount   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 il-result   PIC X(58).

       01 total-line.
          05 tl-label    PIC X(40).
          05 tl-amount   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 count-line.
          05 cl-label    PIC X(40).
          05 FILLER      PIC X(15) VALUE SPACES.
          05 cl-count    PIC Z(6)9.

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-raiserecurring.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           OPEN I-O recurring-file.
           IF recurring-file-status = "35"
               DISPLAY "raiserecurring: no recurring order schedules."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF recurring-file-status NOT = "00"
               DISPLAY "raiserecurring: recurring schedules could not "
                   "be opened, status " recurring-file-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO print-file-name.
           STRING "data/recurring-" DELIMITED BY SIZE
                  run-date          DELIMITED BY SIZE
                  ".prn"            DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ recurring-file NEXT RECORD
               AT END MOVE "10" TO recurring-file-status
           END-READ.
           PERFORM UNTIL recurring-file-status NOT = "00"
               IF REC-STATUS = "A" AND REC-NEXT-DUE NOT > run-date
                   PERFORM work-one-schedule
               END-IF
               READ recurring-file NEXT RECORD
                   AT END MOVE "10" TO recurring-file-status
               END-READ
           END-PERFORM.

           CLOSE recurring-file.

           PERFORM write-run-totals.

           CLOSE print-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "raiserecurring" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "raiserecurring: " raised-count " order(s) raised, "
               skipped-count " skipped, " ended-count
               " schedule(s) ended.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** Every period due on or before tonight, oldest first, then ***
      *** the schedule is rewritten once with where it got to.      ***
      *****************************************************************
       work-one-schedule.

           MOVE recurring-record TO sched-before.
           MOVE "N" TO sched-changed.
           MOVE 0 TO periods-done.

           PERFORM UNTIL REC-STATUS NOT = "A"
                   OR REC-NEXT-DUE > run-date
                   OR periods-done >= CATCH-UP-MAX
               IF REC-END NOT = SPACES AND REC-NEXT-DUE > REC-END
                   PERFORM end-the-schedule
               ELSE
                   ADD 1 TO due-count
                   ADD 1 TO periods-done
                   MOVE REC-NEXT-DUE TO due-date
                   PERFORM raise-one-order
                   PERFORM print-order-item
                   PERFORM advance-next-due
                   MOVE "Y" TO sched-changed
               END-IF
           END-PERFORM.

           IF REC-STATUS = "A" AND REC-END NOT = SPACES
              AND REC-NEXT-DUE > REC-END
               PERFORM end-the-schedule
           END-IF.

           IF sched-changed = "Y"
               MOVE FUNCTION CURRENT-DATE TO REC-CHANGED
               REWRITE recurring-record
                   INVALID KEY
                       DISPLAY "raiserecurring: could not update "
                           "schedule " REC-NO " for " REC-CUST-ID
                   NOT INVALID KEY
                       MOVE "recurring" TO jf-dataset
                       MOVE "R" TO jf-action
                       MOVE REC-KEY TO jf-key
                       MOVE sched-before TO jf-before
                       MOVE recurring-record TO jf-after
                       CALL "logjournal" USING jf-dataset jf-action
                           jf-key jf-before jf-after END-CALL
               END-REWRITE
           END-IF.

       end-the-schedule.

           MOVE "E" TO REC-STATUS.
           MOVE "Y" TO sched-changed.
           ADD 1 TO ended-count.

      *****************************************************************
      *** One period's order, through the catalog and checkorder    ***
      *** the way a clerk's order goes.                             ***
      *****************************************************************
       raise-one-order.

           MOVE SPACES TO order-result.
           MOVE 0 TO order-amount.

           CALL "lookupproduct" USING REC-PROD-CODE run-date
               lp-desc lp-price lp-result END-CALL.
           EVALUATE lp-result
               WHEN "Y"
                   CONTINUE
               WHEN "I"
                   MOVE "skipped: product withdrawn from the catalog"
                       TO order-result
               WHEN "P"
                   MOVE "skipped: product has no price in force"
                       TO order-result
               WHEN OTHER
                   MOVE "skipped: product not in the catalog"
                       TO order-result
           END-EVALUATE.
           IF order-result NOT = SPACES
               ADD 1 TO skipped-count
               EXIT PARAGRAPH
           END-IF.

           COMPUTE order-amount = REC-QTY * lp-price.

           MOVE order-amount TO co-amount.
           CALL "checkorder" USING REC-CUST-ID co-amount co-result
               co-message END-CALL.
           IF co-result NOT = "Y"
               MOVE SPACES TO order-result
               STRING "skipped: "              DELIMITED BY SIZE
                      FUNCTION TRIM(co-message) DELIMITED BY SIZE
                   INTO order-result
               END-STRING
               ADD 1 TO skipped-count
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O orders-file.
           IF orders-file-status = "35"
               OPEN OUTPUT orders-file
               CLOSE orders-file
               OPEN I-O orders-file
           END-IF.
           IF orders-file-status NOT = "00"
               MOVE "skipped: orders dataset could not be opened"
                   TO order-result
               ADD 1 TO skipped-count
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "ORDERNO   " new-order-key END-CALL.
           IF new-order-key = 0
               MOVE "skipped: no order number could be assigned"
                   TO order-result
               ADD 1 TO skipped-count
           ELSE
               PERFORM write-new-order
           END-IF.

           CLOSE orders-file.

       write-new-order.

           MOVE SPACES TO order-record.
           MOVE REC-CUST-ID TO ORD-CUST-ID.
           MOVE new-order-key TO ORD-NO.
           CALL "getcustcompany" USING ORD-CUST-ID ORD-COMPANY
               END-CALL.
           MOVE lp-desc TO ORD-DESC.
           MOVE REC-QTY TO ORD-QTY.
           MOVE lp-price TO ORD-UNIT-PRICE.
           MOVE order-amount TO ORD-AMOUNT.
           MOVE REC-PROD-CODE TO ORD-PROD-CODE.
           MOVE 0 TO ORD-PAID.
           MOVE 0 TO ORD-CREDITED.
           MOVE 0 TO ORD-TAX-RATE.
           MOVE 0 TO ORD-TAX.
           MOVE "R" TO ORD-SOURCE.
           MOVE REC-NO TO ORD-RECUR-NO.
           MOVE 0 TO ORD-WRITTEN-OFF.
           MOVE 0 TO ORD-SHIPMENT.
           MOVE 0 TO ORD-FX-RATE.
           MOVE 0 TO ORD-FX-AMOUNT.
           MOVE 0 TO ORD-FX-PAID.
           MOVE "A" TO ORD-FUL-STATUS.
           MOVE "O" TO ORD-STATUS.
           MOVE SPACES TO ORD-INVOICE.
           MOVE order-user TO ORD-USER.
           MOVE FUNCTION CURRENT-DATE TO ORD-CREATED.
           MOVE ORD-CREATED TO ORD-CHANGED.

      *** Over the approval limit the order is held, as order entry ***
      *** holds one.                                                ***
           CALL "holdorder" USING "C" order-record hold-result
               hold-message END-CALL.
           IF hold-result = "E"
               MOVE "skipped: no approval id could be assigned"
                   TO order-result
               ADD 1 TO skipped-count
               EXIT PARAGRAPH
           END-IF.

           WRITE order-record
               INVALID KEY
                   MOVE "skipped: the order could not be filed"
                       TO order-result
                   ADD 1 TO skipped-count
               NOT INVALID KEY
                   ADD 1 TO raised-count
                   ADD order-amount TO raised-total
                   MOVE new-order-key TO REC-LAST-ORDER
                   MOVE run-date TO REC-LAST-RAISED
                   ADD 1 TO REC-RAISED-COUNT
                   MOVE new-order-key TO order-no-disp
                   MOVE SPACES TO order-result
                   STRING "raised order "             DELIMITED BY SIZE
                          FUNCTION TRIM(order-no-disp) DELIMITED BY SIZE
                       INTO order-result
                   END-STRING
                   IF hold-result = "Y"
                       CALL "holdorder" USING "F" order-record
                           hold-result hold-message END-CALL
                       MOVE SPACES TO hold-message
                       IF hold-result = "Y"
                           STRING FUNCTION TRIM(order-result)
                                      DELIMITED BY SIZE
                                  ", held for approval"
                                      DELIMITED BY SIZE
                               INTO hold-message
                           END-STRING
                       ELSE
                           STRING FUNCTION TRIM(order-result)
                                      DELIMITED BY SIZE
                                  ", held - approval not filed"
                                      DELIMITED BY SIZE
                               INTO hold-message
                           END-STRING
                       END-IF
                       MOVE hold-message TO order-result
                   END-IF
                   MOVE "orders" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

      *****************************************************************
      *** Weekly is seven days on. Monthly and quarterly go to the  ***
      *** same day of the month as REC-START, or the month's last   ***
      *** day when it is shorter - so a schedule started on the     ***
      *** 31st comes back to the 31st after February.               ***
      *****************************************************************
       advance-next-due.

           IF REC-FREQ = "W"
               COMPUTE nd-date-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(REC-NEXT-DUE)) + 7
               COMPUTE nd-result = FUNCTION DATE-OF-INTEGER(
                   nd-date-int)
               MOVE nd-result TO REC-NEXT-DUE
               EXIT PARAGRAPH
           END-IF.

           MOVE REC-NEXT-DUE(1:4) TO nd-year.
           MOVE REC-NEXT-DUE(5:2) TO nd-month.
           IF REC-FREQ = "Q"
               ADD 3 TO nd-month
           ELSE
               ADD 1 TO nd-month
           END-IF.
           IF nd-month > 12
               SUBTRACT 12 FROM nd-month
               ADD 1 TO nd-year
           END-IF.

      *** The month's last day is the day before the 1st of the     ***
      *** month after it.                                           ***
           IF nd-month = 12
               COMPUTE nd-first-next = ((nd-year + 1) * 10000) + 101
           ELSE
               COMPUTE nd-first-next = (nd-year * 10000)
                   + ((nd-month + 1) * 100) + 1
           END-IF.
           COMPUTE nd-result = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(nd-first-next) - 1).
           MOVE nd-result TO nd-month-end.
           MOVE nd-month-end(7:2) TO nd-last-day.

           MOVE REC-START(7:2) TO nd-day.
           IF nd-day > nd-last-day
               MOVE nd-last-day TO nd-day
           END-IF.

           COMPUTE nd-result = (nd-year * 10000) + (nd-month * 100)
               + nd-day.
           MOVE nd-result TO REC-NEXT-DUE.

      *****************************************************************
      *** The report: one line per period due, raised or skipped.   ***
      *****************************************************************
       print-order-item.

           MOVE SPACES TO item-line.
           STRING due-date(1:4)  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  due-date(5:2)  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  due-date(7:2)  DELIMITED BY SIZE
               INTO il-due
           END-STRING.
           MOVE REC-CUST-ID TO il-cust.
           MOVE REC-NO TO il-sched.
           MOVE REC-PROD-CODE TO il-product.
           MOVE REC-QTY TO il-qty.
           MOVE order-amount TO il-amount.
           MOVE order-result TO il-result.
           MOVE item-line TO print-line.
           PERFORM print-report-line.

       write-run-totals.

           IF due-count = 0
               MOVE "no recurring orders fell due" TO print-line
               PERFORM print-report-line
           END-IF.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE "periods due" TO cl-label.
           MOVE due-count TO cl-count.
           PERFORM print-count-line.
           MOVE "orders raised" TO cl-label.
           MOVE raised-count TO cl-count.
           PERFORM print-count-line.
           MOVE "periods skipped" TO cl-label.
           MOVE skipped-count TO cl-count.
           PERFORM print-count-line.
           MOVE "schedules ended" TO cl-label.
           MOVE ended-count TO cl-count.
           PERFORM print-count-line.
           MOVE "value of the orders raised" TO tl-label.
           MOVE raised-total TO tl-amount.
           PERFORM print-total-line.

       print-count-line.

           MOVE count-line TO print-line.
           PERFORM print-report-line.

       print-total-line.

           MOVE total-line TO print-line.
           PERFORM print-report-line.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere.        ***
      *****************************************************************
       print-report-line.

           IF lines-on-page >= PAGE-LINES
               PERFORM print-page-heading
           END-IF.
           WRITE print-line.
           ADD 1 TO lines-on-page.
           ADD 1 TO report-lines.

       print-page-heading.

           ADD 1 TO page-number.
           MOVE page-number TO page-number-disp.

           MOVE print-line TO held-line.
           MOVE SPACES TO print-line.
           STRING "RECURRING ORDERS RAISED"     DELIMITED BY SIZE
                  "     RUN DATE "              DELIMITED BY SIZE
                  run-date(1:4)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(5:2)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(7:2)                 DELIMITED BY SIZE
                  "     PAGE "                  DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "DUE"      TO print-line(1:3).
           MOVE "CUSTOMER" TO print-line(13:8).
           MOVE "SCHEDULE" TO print-line(27:8).
           MOVE "PRODUCT"  TO print-line(37:7).
           MOVE "QTY"      TO print-line(51:3).
           MOVE "AMOUNT"   TO print-line(67:6).
           MOVE "RESULT"   TO print-line(75:6).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           MOVE held-line TO print-line.
