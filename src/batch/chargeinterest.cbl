      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  late-payment interest on overdue invoices        ***
      *** UPDATE:  a consolidated invoice's open amount takes in    ***
      ***          its branches' orders                             ***
      *** UPDATE:  new orders carry their customer's trading        ***
      ***          company                                          ***
      *** UPDATE:  interest runs from the invoice's own due date    ***
      *** UPDATE:  a new order's foreign-currency fields start at   ***
      ***          zero                                             ***
      *****************************************************************
      *** Month-end batch step, ahead of cutinvoices in             ***
      *** nightsched.txt, so the charges it raises are billed the   ***
      *** same night. Rate and terms come from                      ***
      *** data/interestpolicy.txt (name=value lines):               ***
      ***   annualpercent - simple interest, percent a year         ***
      ***   termsdays     - days from the invoice date to its due   ***
      ***                   date, for an invoice cut without one    ***
      ***                   (INV-DUE-DATE otherwise)                ***
      ***   gracedays     - days past due before any interest       ***
      ***   minimum       - smallest charge worth raising           ***
      *** A missing file or line keeps the built-in default below.  ***
      *** Interest runs on what each invoice still owes (its open   ***
      *** and billed orders, less any interest orders - interest is ***
      *** never charged on interest) from the due date, or from     ***
      *** the last date it was charged to (INV-INT-THROUGH), up to  ***
      *** the run date. An invoice with a credit note raised        ***
      *** against it is in dispute and is left alone, as dunning    ***
      *** leaves it.                                                ***
      *** One order per customer carries the month's interest       ***
      *** (ORD-SOURCE "I", tax code E). A customer flagged exempt   ***
      *** (CUST-NO-INTEREST) is not charged, and the period is      ***
      *** written off; a charge under the minimum is not raised     ***
      *** and keeps accruing to next month. Every charge raised and ***
      *** skipped, with the reason, goes to                         ***
      *** data/interest-CCYYMM.prn, registered in the report spool. ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeinterest.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

           SELECT policy-file
               ASSIGN TO "data/interestpolicy.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS policy-file-status.

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

       FD policy-file.
       01 policy-line PIC X(80).

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 invoices-file-status  PIC X(2).
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 policy-file-status    PIC X(2).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.
       78 CUST-MAX VALUE 2000.
       78 INV-MAX  VALUE 5000.

      *** The policy, defaulted here and overridden from the file.  ***
       77 annual-percent PIC 9(3)V99 VALUE 8.00.
       77 terms-days     PIC 9(4) VALUE 30.
       77 grace-days     PIC 9(4) VALUE 14.
       77 minimum-charge PIC 9(7)V99 VALUE 5.00.
       77 ip-name-text   PIC X(40).
       77 ip-value-text  PIC X(40).

       77 run-date       PIC X(8).
       77 run-date-int   PIC 9(8) USAGE COMP-5.
       77 run-date-disp  PIC X(10).
       77 order-user     PIC X(30) VALUE "chargeinterest".

       77 inv-date-int   PIC 9(8) USAGE COMP-5.
       77 due-date-int   PIC 9(8) USAGE COMP-5.
       77 from-date-int  PIC 9(8) USAGE COMP-5.
       77 through-int    PIC 9(8) USAGE COMP-5.
       77 interest-days  PIC 9(5) USAGE COMP-5.
       77 inv-open-amt   PIC 9(11)V99.
      *** A consolidated invoice's orders sit under the parent and  ***
      *** under each branch on it (INV-BRANCH).                     ***
       77 walk-ctr      PIC 9(2).
       77 walk-cust     PIC X(10).
       77 inv-charge     PIC 9(9)V99.
       77 date-8         PIC 9(8).

       77 new-order-key  PIC 9(10) VALUE 0.
       77 order-no-disp  PIC Z(9)9.
       77 invoices-disp  PIC Z(3)9.
       77 rate-disp      PIC ZZ9.99.
       77 terms-disp     PIC ZZZ9.
       77 grace-disp     PIC ZZZ9.
       77 cust-status-now PIC X(01).
       77 cust-exempt-now PIC X(01).

       77 cust-count     PIC 9(4) USAGE COMP-5 VALUE 0.
       77 inv-count      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 cust-ctr       PIC 9(4) USAGE COMP-5.
       77 inv-ctr        PIC 9(4) USAGE COMP-5.
       77 table-full     PIC X(01) VALUE "N".

       77 overdue-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 disputed-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 raised-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 exempt-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 minimum-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 other-count    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 raised-total   PIC 9(13)V99 VALUE 0.
       77 exempt-total   PIC 9(13)V99 VALUE 0.
       77 minimum-total  PIC 9(13)V99 VALUE 0.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

      *** One entry per customer with an overdue invoice, in the    ***
      *** order first met. ct-result: R raised, X exempt, M under   ***
      *** the minimum, D all in dispute, U not on file or inactive, ***
      *** F the order could not be filed.                           ***
       01 cust-table.
          05 ct-entry OCCURS 2000 TIMES INDEXED BY ct-idx.
             10 ct-cust-id   PIC X(10).
             10 ct-open      PIC 9(11)V99.
             10 ct-interest  PIC 9(9)V99.
             10 ct-invoices  PIC 9(4) USAGE COMP-5.
             10 ct-result    PIC X(01).
             10 ct-text      PIC X(58).

      *** One entry per overdue invoice. it-status C to be charged, ***
      *** D in dispute.                                             ***
       01 inv-table.
          05 it-entry OCCURS 5000 TIMES.
             10 it-inv-no    PIC X(10).
             10 it-cust-slot PIC 9(4) USAGE COMP-5.
             10 it-from      PIC X(8).
             10 it-days      PIC 9(5) USAGE COMP-5.
             10 it-open      PIC 9(11)V99.
             10 it-interest  PIC 9(9)V99.
             10 it-status    PIC X(01).

       01 cust-line.
          05 cl-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 FILLER      PIC X(22) VALUE SPACES.
          05 cl-open     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 cl-interest PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 cl-result   PIC X(58).

       01 inv-line.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 vl-inv      PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 vl-from     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 vl-days     PIC ZZZZ9.
          05 FILLER      PIC X(3) VALUE SPACES.
          05 vl-open     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 vl-interest PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 vl-result   PIC X(58).

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

       start-chargeinterest.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).
           STRING run-date(1:4)  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  run-date(5:2)  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  run-date(7:2)  DELIMITED BY SIZE
               INTO run-date-disp
           END-STRING.

           PERFORM load-interest-policy.

           OPEN I-O invoices-file.
           IF invoices-file-status = "35"
               DISPLAY "chargeinterest: no invoices."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF invoices-file-status NOT = "00"
               DISPLAY "chargeinterest: invoices could not be opened, "
                   "status " invoices-file-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               DISPLAY "chargeinterest: orders could not be opened, "
                   "status " orders-file-status
               CLOSE invoices-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT customers-file.

           MOVE SPACES TO print-file-name.
           STRING "data/interest-" DELIMITED BY SIZE
                  run-date(1:6)    DELIMITED BY SIZE
                  ".prn"           DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               PERFORM assess-one-invoice
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO invoices-file-status.

           PERFORM VARYING cust-ctr FROM 1 BY 1
                   UNTIL cust-ctr > cust-count
               PERFORM settle-one-customer
               PERFORM print-one-customer
           END-PERFORM.

           PERFORM VARYING inv-ctr FROM 1 BY 1
                   UNTIL inv-ctr > inv-count
               PERFORM mark-one-invoice
           END-PERFORM.

           CLOSE invoices-file orders-file customers-file.

           PERFORM write-run-totals.

           CLOSE print-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "chargeinterest" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "chargeinterest: " raised-count " charge(s) raised, "
               exempt-count " exempt, " minimum-count
               " under the minimum, " disputed-count
               " disputed invoice(s).".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       load-interest-policy.

           OPEN INPUT policy-file.
           IF policy-file-status = "00"
               READ policy-file
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL policy-file-status NOT = "00"
                   PERFORM apply-one-policy-line
                   READ policy-file
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE policy-file
           END-IF.

      *** Grace days and the minimum may fairly be nought, so only  ***
      *** a negative or unreadable value is ignored.                ***
       apply-one-policy-line.

           MOVE SPACES TO ip-name-text ip-value-text.
           UNSTRING policy-line DELIMITED BY "="
               INTO ip-name-text ip-value-text
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL(ip-value-text) = 0
               AND FUNCTION NUMVAL(ip-value-text) NOT < 0
               EVALUATE FUNCTION TRIM(ip-name-text)
                   WHEN "annualpercent"
                       MOVE FUNCTION NUMVAL(ip-value-text)
                           TO annual-percent
                   WHEN "termsdays"
                       MOVE FUNCTION NUMVAL(ip-value-text)
                           TO terms-days
                   WHEN "gracedays"
                       MOVE FUNCTION NUMVAL(ip-value-text)
                           TO grace-days
                   WHEN "minimum"
                       MOVE FUNCTION NUMVAL(ip-value-text)
                           TO minimum-charge
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *** Is this invoice past its due date and its grace, and if   ***
      *** so, what has it earned since it was last charged?         ***
      *****************************************************************
       assess-one-invoice.

      *** The due date the invoice was cut with; one cut before     ***
      *** invoices carried it falls due termsdays after its date.   ***
           IF INV-DUE-DATE NOT = SPACES
               COMPUTE due-date-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(INV-DUE-DATE))
           ELSE
               COMPUTE inv-date-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(INV-CREATED(1:8)))
               COMPUTE due-date-int = inv-date-int + terms-days
           END-IF.
           IF run-date-int NOT > due-date-int + grace-days
               EXIT PARAGRAPH
           END-IF.

           MOVE due-date-int TO from-date-int.
           IF INV-INT-THROUGH NOT = SPACES
              AND INV-INT-THROUGH NOT = LOW-VALUES
               COMPUTE through-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(INV-INT-THROUGH))
               IF through-int > from-date-int
                   MOVE through-int TO from-date-int
               END-IF
           END-IF.
           IF from-date-int NOT < run-date-int
               EXIT PARAGRAPH
           END-IF.

           PERFORM total-invoice-open-amount.
           IF inv-open-amt = 0
               EXIT PARAGRAPH
           END-IF.

           IF inv-count >= INV-MAX
               IF table-full = "N"
                   DISPLAY "chargeinterest: more than " INV-MAX
                       " overdue invoices, the rest wait a month."
                   MOVE "Y" TO table-full
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM find-customer-slot.
           IF cust-ctr = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE interest-days = run-date-int - from-date-int.
           COMPUTE inv-charge ROUNDED = inv-open-amt * annual-percent
               * interest-days / 36500.

           ADD 1 TO inv-count.
           ADD 1 TO overdue-count.
           MOVE INV-NO TO it-inv-no(inv-count).
           MOVE cust-ctr TO it-cust-slot(inv-count).
           COMPUTE date-8 = FUNCTION DATE-OF-INTEGER(from-date-int).
           MOVE date-8 TO it-from(inv-count).
           MOVE interest-days TO it-days(inv-count).
           MOVE inv-open-amt TO it-open(inv-count).
           MOVE inv-charge TO it-interest(inv-count).

           IF INV-CREDITED > 0
               MOVE "D" TO it-status(inv-count)
               ADD 1 TO disputed-count
           ELSE
               MOVE "C" TO it-status(inv-count)
               ADD inv-open-amt TO ct-open(cust-ctr)
               ADD inv-charge TO ct-interest(cust-ctr)
               ADD 1 TO ct-invoices(cust-ctr)
           END-IF.

      *****************************************************************
      *** What the invoice still owes: its orders sit under the     ***
      *** invoiced customer's id - and, on a consolidated invoice,  ***
      *** under each branch's - so a START-and-walk per id finds    ***
      *** them.                                                     ***
      *** Interest orders already billed on it don't count.         ***
      *****************************************************************
       total-invoice-open-amount.

           MOVE 0 TO inv-open-amt.

           PERFORM VARYING walk-ctr FROM 0 BY 1
                   UNTIL walk-ctr > INV-BRANCH-COUNT
               IF walk-ctr = 0
                   MOVE INV-CUST-ID TO walk-cust
               ELSE
                   MOVE INV-BR-CUST-ID(walk-ctr) TO walk-cust
               END-IF
               PERFORM total-one-cust-open
           END-PERFORM.

       total-one-cust-open.

           MOVE walk-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.

           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = walk-cust
                   IF ORD-INVOICE = INV-NO
                      AND (ORD-STATUS = "O" OR ORD-STATUS = "B")
                      AND ORD-SOURCE NOT = "I"
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                       COMPUTE inv-open-amt = inv-open-amt
                           + ORD-AMOUNT + ORD-TAX
                           - ORD-PAID - ORD-CREDITED
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       find-customer-slot.

           SET ct-idx TO 1.
           SEARCH ct-entry
               AT END
                   MOVE 0 TO cust-ctr
               WHEN ct-idx > cust-count
                   MOVE 0 TO cust-ctr
               WHEN ct-cust-id(ct-idx) = INV-CUST-ID
                   SET cust-ctr TO ct-idx
           END-SEARCH.

           IF cust-ctr = 0
               IF cust-count >= CUST-MAX
                   IF table-full = "N"
                       DISPLAY "chargeinterest: more than " CUST-MAX
                           " customers overdue, the rest wait a month."
                       MOVE "Y" TO table-full
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO cust-count
               MOVE cust-count TO cust-ctr
               MOVE INV-CUST-ID TO ct-cust-id(cust-ctr)
               MOVE 0 TO ct-open(cust-ctr)
               MOVE 0 TO ct-interest(cust-ctr)
               MOVE 0 TO ct-invoices(cust-ctr)
               MOVE SPACES TO ct-result(cust-ctr)
               MOVE SPACES TO ct-text(cust-ctr)
           END-IF.

      *****************************************************************
      *** Raise the customer's charge, or say why not.              ***
      *****************************************************************
       settle-one-customer.

           MOVE SPACES TO cust-status-now.
           MOVE "N" TO cust-exempt-now.
           MOVE ct-cust-id(cust-ctr) TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CUST-STATUS TO cust-status-now
                   IF CUST-NO-INTEREST = "Y"
                       MOVE "Y" TO cust-exempt-now
                   END-IF
           END-READ.

           EVALUATE TRUE
               WHEN cust-status-now = SPACES
                   MOVE "U" TO ct-result(cust-ctr)
                   MOVE "skipped: customer not on file"
                       TO ct-text(cust-ctr)
                   ADD 1 TO other-count
               WHEN cust-status-now = "I"
                   MOVE "U" TO ct-result(cust-ctr)
                   MOVE "skipped: customer inactive"
                       TO ct-text(cust-ctr)
                   ADD 1 TO other-count
               WHEN ct-invoices(cust-ctr) = 0
                   MOVE "D" TO ct-result(cust-ctr)
                   MOVE "skipped: every overdue invoice is disputed"
                       TO ct-text(cust-ctr)
                   ADD 1 TO other-count
               WHEN cust-exempt-now = "Y"
                   MOVE "X" TO ct-result(cust-ctr)
                   MOVE "skipped: exempt from late-payment interest"
                       TO ct-text(cust-ctr)
                   ADD 1 TO exempt-count
                   ADD ct-interest(cust-ctr) TO exempt-total
               WHEN ct-interest(cust-ctr) = 0
                 OR ct-interest(cust-ctr) < minimum-charge
                   MOVE "M" TO ct-result(cust-ctr)
                   MOVE "skipped: under the minimum, carried forward"
                       TO ct-text(cust-ctr)
                   ADD 1 TO minimum-count
                   ADD ct-interest(cust-ctr) TO minimum-total
               WHEN OTHER
                   PERFORM raise-interest-order
           END-EVALUATE.

       raise-interest-order.

           CALL "getnextkey" USING "ORDERNO   " new-order-key END-CALL.
           IF new-order-key = 0
               MOVE "F" TO ct-result(cust-ctr)
               MOVE "skipped: no order number could be assigned"
                   TO ct-text(cust-ctr)
               ADD 1 TO other-count
               EXIT PARAGRAPH
           END-IF.

           MOVE ct-invoices(cust-ctr) TO invoices-disp.

           MOVE SPACES TO order-record.
           MOVE ct-cust-id(cust-ctr) TO ORD-CUST-ID.
           MOVE new-order-key TO ORD-NO.
           CALL "getcustcompany" USING ORD-CUST-ID ORD-COMPANY
               END-CALL.
           STRING "late-payment interest to " DELIMITED BY SIZE
                  run-date-disp               DELIMITED BY SIZE
                  " on "                      DELIMITED BY SIZE
                  FUNCTION TRIM(invoices-disp) DELIMITED BY SIZE
                  " invoice(s)"               DELIMITED BY SIZE
               INTO ORD-DESC
           END-STRING.
           MOVE 1 TO ORD-QTY.
           MOVE ct-interest(cust-ctr) TO ORD-UNIT-PRICE.
           MOVE ct-interest(cust-ctr) TO ORD-AMOUNT.
           MOVE 0 TO ORD-PAID.
           MOVE 0 TO ORD-CREDITED.
           MOVE "E" TO ORD-TAX-CODE.
           MOVE 0 TO ORD-TAX-RATE.
           MOVE 0 TO ORD-TAX.
           MOVE "I" TO ORD-SOURCE.
           MOVE 0 TO ORD-RECUR-NO.
           MOVE 0 TO ORD-WRITTEN-OFF.
           MOVE 0 TO ORD-SHIPMENT.
           MOVE 0 TO ORD-FX-RATE.
           MOVE 0 TO ORD-FX-AMOUNT.
           MOVE 0 TO ORD-FX-PAID.
           MOVE "O" TO ORD-STATUS.
           MOVE SPACES TO ORD-INVOICE.
           MOVE order-user TO ORD-USER.
           MOVE FUNCTION CURRENT-DATE TO ORD-CREATED.
           MOVE ORD-CREATED TO ORD-CHANGED.

           WRITE order-record
               INVALID KEY
                   MOVE "F" TO ct-result(cust-ctr)
                   MOVE "skipped: the order could not be filed"
                       TO ct-text(cust-ctr)
                   ADD 1 TO other-count
               NOT INVALID KEY
                   MOVE "R" TO ct-result(cust-ctr)
                   ADD 1 TO raised-count
                   ADD ct-interest(cust-ctr) TO raised-total
                   MOVE new-order-key TO order-no-disp
                   STRING "raised order "             DELIMITED BY SIZE
                          FUNCTION TRIM(order-no-disp) DELIMITED BY SIZE
                       INTO ct-text(cust-ctr)
                   END-STRING
                   MOVE "orders" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

      *****************************************************************
      *** A charged invoice is charged up to tonight; an exempt     ***
      *** customer's period is written off the same way, so         ***
      *** lifting the exemption doesn't back-charge it. Anything    ***
      *** else starts from where it was next month.                 ***
      *****************************************************************
       mark-one-invoice.

           IF it-status(inv-ctr) NOT = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE it-cust-slot(inv-ctr) TO cust-ctr.
           IF ct-result(cust-ctr) NOT = "R"
              AND ct-result(cust-ctr) NOT = "X"
               EXIT PARAGRAPH
           END-IF.

           MOVE it-inv-no(inv-ctr) TO INV-NO.
           READ invoices-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.

           MOVE run-date TO INV-INT-THROUGH.
           IF ct-result(cust-ctr) = "R"
               ADD it-interest(inv-ctr) TO INV-INTEREST
           END-IF.
           REWRITE invoice-record
               INVALID KEY
                   DISPLAY "chargeinterest: could not update invoice "
                       INV-NO
           END-REWRITE.

      *****************************************************************
      *** The report: the customer's result, then each overdue      ***
      *** invoice it is made of.                                    ***
      *****************************************************************
       print-one-customer.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE ct-cust-id(cust-ctr) TO cl-cust.
           MOVE ct-open(cust-ctr) TO cl-open.
           MOVE ct-interest(cust-ctr) TO cl-interest.
           MOVE ct-text(cust-ctr) TO cl-result.
           MOVE cust-line TO print-line.
           PERFORM print-report-line.

           PERFORM VARYING inv-ctr FROM 1 BY 1
                   UNTIL inv-ctr > inv-count
               IF it-cust-slot(inv-ctr) = cust-ctr
                   PERFORM print-one-invoice
               END-IF
           END-PERFORM.

       print-one-invoice.

           MOVE it-inv-no(inv-ctr) TO vl-inv.
           MOVE SPACES TO vl-from.
           STRING it-from(inv-ctr)(1:4) DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  it-from(inv-ctr)(5:2) DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  it-from(inv-ctr)(7:2) DELIMITED BY SIZE
               INTO vl-from
           END-STRING.
           MOVE it-days(inv-ctr) TO vl-days.
           MOVE it-open(inv-ctr) TO vl-open.
           MOVE it-interest(inv-ctr) TO vl-interest.
           IF it-status(inv-ctr) = "D"
               MOVE "skipped: disputed - credit note raised"
                   TO vl-result
           ELSE
               MOVE SPACES TO vl-result
           END-IF.
           MOVE inv-line TO print-line.
           PERFORM print-report-line.

       write-run-totals.

           IF inv-count = 0
               MOVE "no invoices past their grace period" TO print-line
               PERFORM print-report-line
           END-IF.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE "invoices past their grace period" TO cl-label.
           MOVE overdue-count TO cl-count.
           PERFORM print-count-line.
           MOVE "invoices skipped in dispute" TO cl-label.
           MOVE disputed-count TO cl-count.
           PERFORM print-count-line.
           MOVE "charges raised" TO cl-label.
           MOVE raised-count TO cl-count.
           PERFORM print-count-line.
           MOVE "value of the charges raised" TO tl-label.
           MOVE raised-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "customers skipped as exempt" TO cl-label.
           MOVE exempt-count TO cl-count.
           PERFORM print-count-line.
           MOVE "interest written off as exempt" TO tl-label.
           MOVE exempt-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "customers under the minimum charge" TO cl-label.
           MOVE minimum-count TO cl-count.
           PERFORM print-count-line.
           MOVE "interest carried forward" TO tl-label.
           MOVE minimum-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "customers skipped for other reasons" TO cl-label.
           MOVE other-count TO cl-count.
           PERFORM print-count-line.

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
           STRING "LATE-PAYMENT INTEREST"       DELIMITED BY SIZE
                  "     RUN DATE "              DELIMITED BY SIZE
                  run-date-disp                 DELIMITED BY SIZE
                  "     PAGE "                  DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE annual-percent TO rate-disp.
           MOVE terms-days TO terms-disp.
           MOVE grace-days TO grace-disp.
           MOVE SPACES TO print-line.
           STRING "ANNUAL RATE "                DELIMITED BY SIZE
                  FUNCTION TRIM(rate-disp)      DELIMITED BY SIZE
                  "%   TERMS "                  DELIMITED BY SIZE
                  FUNCTION TRIM(terms-disp)     DELIMITED BY SIZE
                  " DAYS   GRACE "              DELIMITED BY SIZE
                  FUNCTION TRIM(grace-disp)     DELIMITED BY SIZE
                  " DAYS"                       DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "CUSTOMER" TO print-line(1:8).
           MOVE "FROM"     TO print-line(15:4).
           MOVE "DAYS"     TO print-line(28:4).
           MOVE "OWED"     TO print-line(48:4).
           MOVE "INTEREST" TO print-line(60:8).
           MOVE "RESULT"   TO print-line(70:6).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 4 TO lines-on-page.
           MOVE held-line TO print-line.
