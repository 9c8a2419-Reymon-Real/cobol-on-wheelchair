      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  month-end bad-debt provision report              ***
      *** UPDATE:  the customer is opened before the name is listed ***
      *****************************************************************
      *** Month-end batch step for finance's bad-debt provision,    ***
      *** in data/provision-CCYYMM.prn, registered in the report    ***
      *** spool:                                                    ***
      ***  - every invoice written off this month (an approved      ***
      ***    write-off from /admin/approvals), with the approval    ***
      ***    that let it through, and the total written off this    ***
      ***    month and this year;                                   ***
      ***  - every customer with a balance 90 days or more old that ***
      ***    is still owed - the money at risk of going the same    ***
      ***    way. Orders are aged by order date exactly as the      ***
      ***    90+ column of data/araging.prn ages them, so the two   ***
      ***    reports agree.                                         ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. provisionreport.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 invoices-file-status  PIC X(2).
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.
       78 AT-RISK-DAYS VALUE 90.

       77 run-date       PIC X(8).
       77 run-date-int   PIC 9(8) USAGE COMP-5.
       77 order-date-int PIC 9(8) USAGE COMP-5.
       77 order-age-days PIC 9(8) USAGE COMP-5.
       77 order-open-amt PIC 9(11)V99.

      *** The customer whose 90+ orders are being added up - the    ***
      *** walk is in key order, so a change of id closes the line.  ***
       77 risk-cust      PIC X(10) VALUE SPACES.
       77 risk-amount    PIC 9(13)V99 VALUE 0.
       77 risk-orders    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 risk-oldest    PIC X(8).

       77 wo-month-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 wo-month-total PIC 9(13)V99 VALUE 0.
       77 wo-year-total  PIC 9(13)V99 VALUE 0.
       77 risk-cust-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 risk-total     PIC 9(13)V99 VALUE 0.

       77 section-title  PIC X(40) VALUE SPACES.
       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

       01 writeoff-line.
          05 wl-date     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 wl-invoice  PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 wl-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 wl-name     PIC X(40).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 wl-amount   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 wl-appr     PIC X(10).

       01 risk-line.
          05 rl-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-name     PIC X(40).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-orders   PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-oldest   PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-amount   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 total-line.
          05 tl-label    PIC X(40).
          05 tl-amount   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 count-line.
          05 cl-label    PIC X(40).
          05 FILLER      PIC X(15) VALUE SPACES.
          05 cl-count    PIC Z(6)9.

       01 date-fields.
          05 date-in     PIC X(8).
          05 date-out    PIC X(10).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-provisionreport.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

           MOVE SPACES TO print-file-name.
           STRING "data/provision-" DELIMITED BY SIZE
                  run-date(1:6)     DELIMITED BY SIZE
                  ".prn"            DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           OPEN INPUT customers-file.

           MOVE "WRITTEN OFF THIS MONTH" TO section-title.
           PERFORM list-writeoffs.

           MOVE "90+ BALANCES STILL AT RISK" TO section-title.
           MOVE PAGE-LINES TO lines-on-page.
           PERFORM list-balances-at-risk.

           CLOSE customers-file.

           PERFORM write-run-totals.

           CLOSE print-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "provisionreport" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "provisionreport: " wo-month-count
               " write-off(s) this month, " risk-cust-count
               " customer(s) with 90+ balances at risk.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** The month's write-offs, off the invoices themselves; the  ***
      *** year's total comes from the same walk.                    ***
      *****************************************************************
       list-writeoffs.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               MOVE "no invoices on file" TO print-line
               PERFORM print-report-line
               EXIT PARAGRAPH
           END-IF.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               IF INV-WO-DATE NOT = SPACES
                  AND INV-WO-DATE(1:4) = run-date(1:4)
                   ADD INV-WO-AMOUNT TO wo-year-total
                   IF INV-WO-DATE(1:6) = run-date(1:6)
                       PERFORM print-one-writeoff
                   END-IF
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE invoices-file.

           IF wo-month-count = 0
               MOVE "nothing written off this month" TO print-line
               PERFORM print-report-line
           END-IF.

       print-one-writeoff.

           ADD 1 TO wo-month-count.
           ADD INV-WO-AMOUNT TO wo-month-total.

           MOVE SPACES TO writeoff-line.
           MOVE INV-WO-DATE TO date-in.
           PERFORM edit-date.
           MOVE date-out TO wl-date.
           MOVE INV-NO TO wl-invoice.
           MOVE INV-CUST-ID TO wl-cust.
           MOVE INV-CUST-ID TO CUST-ID.
           PERFORM read-customer-name.
           MOVE CUST-NAME TO wl-name.
           MOVE INV-WO-AMOUNT TO wl-amount.
           MOVE INV-WO-APPR TO wl-appr.
           MOVE writeoff-line TO print-line.
           PERFORM print-report-line.

      *****************************************************************
      *** Every order still owed anything and at least 90 days old, ***
      *** added up by customer.                                     ***
      *****************************************************************
       list-balances-at-risk.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               MOVE "no orders on file" TO print-line
               PERFORM print-report-line
               EXIT PARAGRAPH
           END-IF.

           READ orders-file NEXT RECORD
               AT END MOVE "10" TO orders-file-status
           END-READ.
           PERFORM UNTIL orders-file-status NOT = "00"
               IF (ORD-STATUS = "O" OR ORD-STATUS = "B")
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                   PERFORM age-one-order
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           CLOSE orders-file.

           IF risk-cust NOT = SPACES
               PERFORM print-risk-line
           END-IF.

           IF risk-cust-count = 0
               MOVE "no balances 90 days or more old" TO print-line
               PERFORM print-report-line
           END-IF.

       age-one-order.

           COMPUTE order-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ORD-CREATED(1:8))).
           COMPUTE order-age-days = run-date-int - order-date-int.
           IF order-age-days < AT-RISK-DAYS
               EXIT PARAGRAPH
           END-IF.

           IF ORD-CUST-ID NOT = risk-cust
               IF risk-cust NOT = SPACES
                   PERFORM print-risk-line
               END-IF
               MOVE ORD-CUST-ID TO risk-cust
               MOVE 0 TO risk-amount
               MOVE 0 TO risk-orders
               MOVE ORD-CREATED(1:8) TO risk-oldest
           END-IF.

           COMPUTE order-open-amt =
               ORD-AMOUNT + ORD-TAX - ORD-PAID - ORD-CREDITED.
           ADD order-open-amt TO risk-amount.
           ADD 1 TO risk-orders.
           IF ORD-CREATED(1:8) < risk-oldest
               MOVE ORD-CREATED(1:8) TO risk-oldest
           END-IF.

       print-risk-line.

           ADD 1 TO risk-cust-count.
           ADD risk-amount TO risk-total.

           MOVE SPACES TO risk-line.
           MOVE risk-cust TO rl-cust.
           MOVE risk-cust TO CUST-ID.
           PERFORM read-customer-name.
           MOVE CUST-NAME TO rl-name.
           MOVE risk-orders TO rl-orders.
           MOVE risk-oldest TO date-in.
           PERFORM edit-date.
           MOVE date-out TO rl-oldest.
           MOVE risk-amount TO rl-amount.
           MOVE risk-line TO print-line.
           PERFORM print-report-line.

       read-customer-name.

           READ customers-file
               INVALID KEY
                   MOVE "(not on file)" TO CUST-NAME
           END-READ.
           IF customers-file-status NOT = "00"
              AND customers-file-status NOT = "23"
               MOVE SPACES TO CUST-NAME
           END-IF.
           IF customers-file-status = "00"
               CALL "custcrypt" USING "O" customer-record open-result
                   END-CALL
           END-IF.

       edit-date.

           MOVE SPACES TO date-out.
           STRING date-in(1:4) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  date-in(5:2) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  date-in(7:2) DELIMITED BY SIZE
               INTO date-out
           END-STRING.

       write-run-totals.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE "invoices written off this month" TO cl-label.
           MOVE wo-month-count TO cl-count.
           PERFORM print-count-line.
           MOVE "written off this month" TO tl-label.
           MOVE wo-month-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "written off this year" TO tl-label.
           MOVE wo-year-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "customers with 90+ balances" TO cl-label.
           MOVE risk-cust-count TO cl-count.
           PERFORM print-count-line.
           MOVE "90+ balances still at risk" TO tl-label.
           MOVE risk-total TO tl-amount.
           PERFORM print-total-line.

       print-count-line.

           MOVE count-line TO print-line.
           PERFORM print-report-line.

       print-total-line.

           MOVE total-line TO print-line.
           PERFORM print-report-line.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere. Each   ***
      *** section starts a fresh page under its own heading.        ***
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
           MOVE run-date TO date-in.
           PERFORM edit-date.
           MOVE SPACES TO print-line.
           STRING "BAD-DEBT PROVISION - "       DELIMITED BY SIZE
                  FUNCTION TRIM(section-title)  DELIMITED BY SIZE
                  "     RUN DATE "              DELIMITED BY SIZE
                  date-out                      DELIMITED BY SIZE
                  "     PAGE "                  DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           IF section-title(1:3) = "90+"
               MOVE "CUSTOMER"      TO print-line(1:8)
               MOVE "NAME"          TO print-line(13:4)
               MOVE "ORDERS"        TO print-line(54:6)
               MOVE "OLDEST"        TO print-line(62:6)
               MOVE "OWED 90+ DAYS" TO print-line(77:13)
           ELSE
               MOVE "WRITTEN"       TO print-line(1:7)
               MOVE "INVOICE"       TO print-line(13:7)
               MOVE "CUSTOMER"      TO print-line(25:8)
               MOVE "NAME"          TO print-line(37:4)
               MOVE "AMOUNT"        TO print-line(90:6)
               MOVE "APPROVAL"      TO print-line(98:8)
           END-IF.
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           MOVE held-line TO print-line.
