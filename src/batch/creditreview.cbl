      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly credit review - automatic credit hold    ***
      ***          and the credit-exposure report                   ***
      *** UPDATE:  exposure and overdue amounts include billed tax  ***
      *** UPDATE:  the customer is opened only for the exposure     ***
      ***          listing, after any rewrite                       ***
      *** UPDATE:  orders held for approval count toward exposure   ***
      *****************************************************************
      *** Nightly batch step, run after the payment intake so the   ***
      *** night's money is already off the orders. For every active ***
      *** customer it totals the exposure - what the open, billed   ***
      *** and held orders still owe (amount less paid less          ***
      *** credited), as checkorder counts it - and how much of the  ***
      *** open and billed part is older than CREDITHOLDDAYS         ***
      *** (runtime config, 90 built in, by order date the way the   ***
      *** AR aging buckets it).                                     ***
      ***  - A customer with money past that age goes on credit     ***
      ***    hold by itself (CUST-HOLD-BY "creditreview"), which    ***
      ***    adminorders then refuses new orders against. Only the  ***
      ***    admin release takes a hold off; a released customer    ***
      ***    ("R") is left alone until the old debt has cleared,    ***
      ***    then goes back to normal.                              ***
      ***  - data/creditexposure.prn lists every customer at or     ***
      ***    above CREDITWARNPCT percent (80 built in) of their     ***
      ***    credit limit, and every customer on hold, page-headed  ***
      ***    the same way the aging is.                             ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. creditreview.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO "data/creditexposure.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 print-file-status     PIC X(2).
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).
       77 run-date-int   PIC 9(8) USAGE COMP-5.
       77 order-date-int PIC 9(8) USAGE COMP-5.
       77 order-age-days PIC S9(8) USAGE COMP-5.

       77 cfg-key-name   PIC X(30).
       77 cfg-default    PIC 9(12).
       77 cfg-result     PIC 9(12).
       77 hold-days      PIC 9(4).
       77 warn-pct       PIC 9(3).

       77 cust-limit     PIC 9(9)V99.
       77 cust-exposure  PIC 9(11)V99.
       77 cust-overdue   PIC 9(11)V99.
       77 cust-used-pct  PIC 9(5).
       77 cust-flag      PIC X(4).
       77 hold-changed   PIC X(01).

       77 reviewed-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 held-count     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 cleared-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 listed-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 count-disp     PIC Z(5)9.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.

       01 exposure-line.
          05 ex-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ex-name     PIC X(30).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ex-limit    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ex-exposure PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ex-pct      PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ex-overdue  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ex-hold     PIC X(1).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ex-flag     PIC X(4).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       77 hist-action  PIC X(10).
       77 review-user  PIC X(30) VALUE "creditreview".

       PROCEDURE DIVISION.

       start-creditreview.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

           MOVE "CREDITHOLDDAYS" TO cfg-key-name.
           MOVE 90 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO hold-days.

           MOVE "CREDITWARNPCT" TO cfg-key-name.
           MOVE 80 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO warn-pct.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/creditexposure.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status = "00"
               OPEN INPUT orders-file
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
               PERFORM UNTIL customers-file-status NOT = "00"
                   IF CUST-STATUS NOT = "I"
                       PERFORM review-one-customer
                   END-IF
                   READ customers-file NEXT RECORD
                       AT END MOVE "10" TO customers-file-status
                   END-READ
               END-PERFORM
               CLOSE orders-file
               CLOSE customers-file
           END-IF.

           PERFORM print-exposure-totals.

           CLOSE print-file.

           MOVE "data/creditexposure.prn" TO rpt-reg-name.
           MOVE "creditreview" TO rpt-reg-program.
           MOVE listed-count TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "creditreview: " reviewed-count " reviewed, "
               held-count " put on hold, " cleared-count
               " release(s) cleared, " listed-count " listed.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       review-one-customer.

           ADD 1 TO reviewed-count.

           MOVE 0 TO cust-limit.
           IF CUST-CREDIT-LIMIT IS NUMERIC
               MOVE CUST-CREDIT-LIMIT TO cust-limit
           END-IF.

           PERFORM total-customer-exposure.

      *** Money past the hold age puts the customer on hold; a      ***
      *** released one stays released until that money is gone.     ***
           MOVE "N" TO hold-changed.
           MOVE customer-record TO jf-before.
           EVALUATE TRUE
               WHEN cust-overdue > 0
                    AND CUST-CREDIT-HOLD NOT = "Y"
                    AND CUST-CREDIT-HOLD NOT = "R"
                   MOVE "Y" TO CUST-CREDIT-HOLD
                   MOVE FUNCTION CURRENT-DATE TO CUST-HOLD-WHEN
                   MOVE review-user TO CUST-HOLD-BY
                   MOVE "autohold" TO hist-action
                   MOVE "Y" TO hold-changed
                   ADD 1 TO held-count
               WHEN cust-overdue = 0
                    AND CUST-CREDIT-HOLD = "R"
                   MOVE SPACE TO CUST-CREDIT-HOLD
                   MOVE "holdclear" TO hist-action
                   MOVE "Y" TO hold-changed
                   ADD 1 TO cleared-count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF hold-changed = "Y"
               MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
               REWRITE customer-record
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "customers" TO jf-dataset
                       MOVE "R" TO jf-action
                       MOVE CUST-ID TO jf-key
                       MOVE customer-record TO jf-after
                       CALL "logjournal" USING jf-dataset jf-action
                           jf-key jf-before jf-after END-CALL
                       CALL "logcustchange" USING CUST-ID hist-action
                           jf-before jf-after review-user END-CALL
               END-REWRITE
           END-IF.

           MOVE 0 TO cust-used-pct.
           MOVE SPACES TO cust-flag.
           IF cust-limit > 0
               COMPUTE cust-used-pct ROUNDED =
                   (cust-exposure * 100) / cust-limit
                   ON SIZE ERROR MOVE 99999 TO cust-used-pct
               END-COMPUTE
               IF cust-exposure > cust-limit
                   MOVE "OVER" TO cust-flag
               ELSE
                   IF cust-used-pct >= warn-pct
                       MOVE "NEAR" TO cust-flag
                   END-IF
               END-IF
           END-IF.

           IF cust-flag NOT = SPACES
              OR CUST-CREDIT-HOLD = "Y"
               PERFORM print-exposure-line
           END-IF.

      *****************************************************************
      *** The customer's orders sit together under the key, so one  ***
      *** START-and-walk totals them.                               ***
      *****************************************************************
       total-customer-exposure.

           MOVE 0 TO cust-exposure cust-overdue.

           MOVE CUST-ID TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = CUST-ID
                   IF (ORD-STATUS = "O" OR ORD-STATUS = "B"
                       OR ORD-STATUS = "H")
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                       PERFORM add-order-exposure
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       add-order-exposure.

           COMPUTE cust-exposure = cust-exposure
               + ORD-AMOUNT + ORD-TAX - ORD-PAID - ORD-CREDITED.

      *** An order held for approval is owed once released, as      ***
      *** checkorder counts it, but its waiting is the office's,    ***
      *** not the customer's - it never makes the account overdue.  ***
           IF ORD-STATUS = "H"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE order-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ORD-CREATED(1:8))).
           COMPUTE order-age-days = run-date-int - order-date-int.
           IF order-age-days >= hold-days
               COMPUTE cust-overdue = cust-overdue
                   + ORD-AMOUNT + ORD-TAX - ORD-PAID - ORD-CREDITED
           END-IF.

       print-exposure-line.

           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.

           MOVE SPACES TO exposure-line.
           MOVE CUST-ID         TO ex-cust.
           MOVE CUST-NAME       TO ex-name.
           MOVE cust-limit      TO ex-limit.
           MOVE cust-exposure   TO ex-exposure.
           MOVE cust-used-pct   TO ex-pct.
           MOVE cust-overdue    TO ex-overdue.
           MOVE CUST-CREDIT-HOLD TO ex-hold.
           MOVE cust-flag       TO ex-flag.
           MOVE SPACES TO print-line.
           MOVE exposure-line TO print-line.
           PERFORM print-report-line.
           ADD 1 TO listed-count.

       print-exposure-totals.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE listed-count TO count-disp.
           MOVE SPACES TO print-line.
           STRING "==== " DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                  " customer(s) near or over their limit or on hold"
                      DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.

           MOVE held-count TO count-disp.
           MOVE SPACES TO print-line.
           STRING "==== " DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                  " put on credit hold tonight ====" DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere - same  ***
      *** shape as the AR aging.                                    ***
      *****************************************************************
       print-report-line.

           IF lines-on-page >= PAGE-LINES
               PERFORM print-page-heading
           END-IF.
           WRITE print-line.
           ADD 1 TO lines-on-page.

       print-page-heading.

           ADD 1 TO page-number.
           MOVE page-number TO page-number-disp.

           MOVE SPACES TO print-line.
           STRING "CREDIT EXPOSURE REPORT"      DELIMITED BY SIZE
                  "          RUN DATE "         DELIMITED BY SIZE
                  run-date(1:4)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(5:2)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(7:2)                 DELIMITED BY SIZE
                  "          PAGE "             DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "CUSTOMER" TO print-line(1:8).
           MOVE "NAME"     TO print-line(13:4).
           MOVE "LIMIT"    TO print-line(54:5).
           MOVE "OWING"    TO print-line(74:5).
           MOVE "PCT"      TO print-line(83:3).
           MOVE "OVERDUE"  TO print-line(99:7).
           MOVE "HOLD"     TO print-line(106:4).
           MOVE "FLAG"     TO print-line(111:4).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
