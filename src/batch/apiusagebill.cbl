      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  API usage priced and filed as orders             ***
      *** UPDATE:  new orders carry their customer's trading        ***
      ***          company                                          ***
      *** UPDATE:  a usage charge over the approval limit is raised ***
      ***          held                                             ***
      *** UPDATE:  a new order's foreign-currency fields start at   ***
      ***          zero                                             ***
      *****************************************************************
      *** Month-end batch step, ahead of cutinvoices in             ***
      *** nightsched.txt, so the usage it files is billed the same  ***
      *** night. Partners are priced off data/apitariff.txt, one    ***
      *** "owner,customer,from,price" line per tariff band:         ***
      ***   owner    - the AK-OWNER the partner's keys carry        ***
      ***   customer - the CUST-ID the usage is billed to (the same ***
      ***              on every band of one owner)                  ***
      ***   from     - the first call of the month the band covers  ***
      ***   price    - per 1,000 calls, e.g. 4.50                   ***
      *** Bands are graduated and listed lowest first: each prices  ***
      *** the calls from its own "from" up to the call before the   ***
      *** next band's. Calls below an owner's first band are free - ***
      *** an included allowance. A line out of order, unparsable or ***
      *** naming a second customer for an owner is reported and     ***
      *** left out.                                                 ***
      *** Every call on the usage ledger (usagefld.cbl) not yet     ***
      *** billed, up to tonight, is totalled per owner and priced,  ***
      *** and one order per owner carries the charge (ORD-SOURCE    ***
      *** "U", quantity 1) against the owner's customer. The        ***
      *** ledger lines priced are then moved on by exactly the      ***
      *** calls that were priced, so a call counted while the run   ***
      *** is going is billed next month, never lost or charged      ***
      *** twice. An owner with no tariff, an unknown customer or an ***
      *** order that could not be filed is reported and its calls   ***
      *** wait on the ledger for the next run. The report, with     ***
      *** each owner's bands and the ledger detail (key, day and    ***
      *** route) behind every charge, is written to                 ***
      *** data/apiusage-CCYYMMDD.prn and registered in the report   ***
      *** spool - the usage detail that goes with the invoice.      ***
      *** RETURN-CODE 8 only when the ledger or the order book      ***
      *** can't be opened.                                          ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. apiusagebill.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "usagedef.cbl".
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

           SELECT tariff-file
               ASSIGN TO "data/apitariff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tariff-file-status.

           SELECT work-file
               ASSIGN TO "data/apiusage.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS work-file-status.

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD apiusage-file.
       01 apiusage-record.
           COPY "usagefld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD tariff-file.
       01 tariff-line PIC X(132).

      *** One line per ledger line priced this run: whose it is,    ***
      *** which it is and how many of its calls were priced.        ***
       FD work-file.
       01 work-record.
           05 au-owner  PIC X(30).
           05 au-key    PIC X(128).
           05 au-calls  PIC 9(9).

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 apiusage-file-status  PIC X(2).
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 tariff-file-status    PIC X(2).
       77 work-file-status      PIC X(2).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).
       77 run-date-disp  PIC X(10).
       77 order-user     PIC X(30) VALUE "apiusagebill".
       77 cleanup-command PIC X(80).

      *** The tariff, one entry per owner with its bands in order,  ***
      *** and what the run made of each owner.                      ***
       78 TF-MAX VALUE 50.
       78 BAND-MAX VALUE 10.
       01 tariff-table.
          05 tf-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 tf-entry OCCURS 50 TIMES.
             10 tf-owner      PIC X(30).
             10 tf-cust       PIC X(10).
             10 tf-band-count PIC 9(4) USAGE COMP-5.
             10 tf-band OCCURS 10 TIMES.
                15 tf-from    PIC 9(9).
                15 tf-price   PIC 9(5)V99.
             10 tf-calls      PIC 9(11).
             10 tf-amount     PIC 9(9)V99.
             10 tf-result     PIC X(01).
             10 tf-text       PIC X(60).

      *** Owners with usage on the ledger but no tariff.            ***
       01 unpriced-table.
          05 up-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 up-entry OCCURS 50 TIMES.
             10 up-owner PIC X(30).
             10 up-calls PIC 9(11).

       77 tf-ctr         PIC 9(4) USAGE COMP-5.
       77 tf-hit         PIC 9(4) USAGE COMP-5.
       77 band-ctr       PIC 9(4) USAGE COMP-5.
       77 up-ctr         PIC 9(4) USAGE COMP-5.
       77 up-hit         PIC 9(4) USAGE COMP-5.

       77 tl-owner-text  PIC X(40).
       77 tl-cust-text   PIC X(40).
       77 tl-from-text   PIC X(40).
       77 tl-price-text  PIC X(40).
       77 tariff-skipped PIC 9(5) USAGE COMP-5 VALUE 0.

       77 new-calls      PIC 9(9).
       77 band-upper     PIC 9(11).
       77 band-calls     PIC 9(11).
       77 band-amount    PIC 9(11)V9(5).
       77 owner-amount   PIC 9(11)V9(5).

       77 new-order-key  PIC 9(10) VALUE 0.
       77 order-no-disp  PIC Z(9)9.
       77 hold-result    PIC X(01).
       77 hold-message   PIC X(90).
       77 calls-disp     PIC Z(10)9.

       77 owners-billed  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 owners-free    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 owners-failed  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 billed-total   PIC 9(13)V99 VALUE 0.
       77 lines-moved    PIC 9(7) USAGE COMP-5 VALUE 0.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

       01 owner-line.
          05 ol-owner    PIC X(30).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-calls    PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-amount   PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-result   PIC X(52).

       01 band-line.
          05 FILLER      PIC X(4) VALUE SPACES.
          05 FILLER      PIC X(5) VALUE "band ".
          05 bl-from     PIC Z(8)9.
          05 FILLER      PIC X(3) VALUE " - ".
          05 bl-to       PIC X(11).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 bl-calls    PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER      PIC X(3) VALUE " @ ".
          05 bl-price    PIC ZZ,ZZ9.99.
          05 FILLER      PIC X(7) VALUE " /1000 ".
          05 bl-amount   PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 detail-line.
          05 FILLER      PIC X(8) VALUE SPACES.
          05 dl-key      PIC X(7).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-date     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-calls    PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-route    PIC X(80).

       01 detail-key.
          05 dk-api-key  PIC X(40).
          05 dk-date     PIC X(8).
          05 dk-route    PIC X(80).

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

       start-apiusagebill.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           MOVE SPACES TO run-date-disp.
           STRING run-date(1:4) "-" run-date(5:2) "-" run-date(7:2)
               DELIMITED BY SIZE INTO run-date-disp
           END-STRING.

           OPEN INPUT apiusage-file.
           IF apiusage-file-status = "35"
               DISPLAY "apiusagebill: no API usage on file."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF apiusage-file-status NOT = "00"
               DISPLAY "apiusagebill: usage ledger could not be "
                   "opened, status " apiusage-file-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO print-file-name.
           STRING "data/apiusage-" DELIMITED BY SIZE
                  run-date         DELIMITED BY SIZE
                  ".prn"           DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           PERFORM load-tariff.

           OPEN OUTPUT work-file.
           CALL 'checkfilestatus' USING "data/apiusage.wrk"
               work-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           PERFORM total-unbilled-usage.
           CLOSE apiusage-file.
           CLOSE work-file.

           OPEN I-O orders-file.
           IF orders-file-status = "35"
               OPEN OUTPUT orders-file
               CLOSE orders-file
               OPEN I-O orders-file
           END-IF.
           IF orders-file-status NOT = "00"
               DISPLAY "apiusagebill: orders could not be opened, "
                   "status " orders-file-status
               MOVE "orders dataset could not be opened - nothing "
                   TO print-line
               PERFORM print-report-line
               MOVE "billed; the usage waits for the next run"
                   TO print-line
               PERFORM print-report-line
               CLOSE print-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT customers-file.

           PERFORM VARYING tf-ctr FROM 1 BY 1 UNTIL tf-ctr > tf-count
               IF tf-calls(tf-ctr) > 0
                   PERFORM price-one-owner
               END-IF
           END-PERFORM.

           CLOSE orders-file.
           CLOSE customers-file.

      *** Only now are the ledger lines moved on - by the calls the ***
      *** work file says were priced, owner by owner, with each     ***
      *** owner's detail printed under its charge.                  ***
           OPEN I-O apiusage-file.
           IF apiusage-file-status NOT = "00"
               DISPLAY "apiusagebill: usage ledger could not be "
                   "reopened - orders filed but the ledger not moved "
                   "on; see data/apiusage.wrk"
               CLOSE print-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING tf-ctr FROM 1 BY 1 UNTIL tf-ctr > tf-count
               IF tf-calls(tf-ctr) > 0
                   PERFORM report-one-owner
               END-IF
           END-PERFORM.

           CLOSE apiusage-file.

           PERFORM report-unpriced-owners.
           PERFORM write-run-totals.

           CLOSE print-file.

           MOVE "rm -f data/apiusage.wrk" TO cleanup-command.
           CALL "SYSTEM" USING cleanup-command END-CALL.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "apiusagebill" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "apiusagebill: " owners-billed " owner(s) billed, "
               owners-free " within allowance, " owners-failed
               " not billed, " up-count " without a tariff.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** The tariff file, read whole. An owner's first line fixes  ***
      *** its customer; every later line must agree and start above ***
      *** the band before it.                                       ***
      *****************************************************************
       load-tariff.

           OPEN INPUT tariff-file.
           IF tariff-file-status NOT = "00"
               MOVE "no tariff file (data/apitariff.txt) - no usage "
                   TO print-line
               PERFORM print-report-line
               MOVE "can be priced this run" TO print-line
               PERFORM print-report-line
               EXIT PARAGRAPH
           END-IF.

           READ tariff-file
               AT END MOVE "10" TO tariff-file-status
           END-READ.
           PERFORM UNTIL tariff-file-status NOT = "00"
               IF tariff-line NOT = SPACES
                   PERFORM load-one-band
               END-IF
               READ tariff-file
                   AT END MOVE "10" TO tariff-file-status
               END-READ
           END-PERFORM.

           CLOSE tariff-file.

       load-one-band.

           MOVE SPACES TO tl-owner-text tl-cust-text tl-from-text
               tl-price-text.
           UNSTRING tariff-line DELIMITED BY ","
               INTO tl-owner-text tl-cust-text tl-from-text
                    tl-price-text
           END-UNSTRING.

           IF FUNCTION TRIM(tl-owner-text) = SPACES
              OR FUNCTION TRIM(tl-cust-text) = SPACES
              OR FUNCTION TRIM(tl-from-text) IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(tl-price-text) NOT = 0
               PERFORM skip-tariff-line
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(tl-from-text) < 1
              OR FUNCTION NUMVAL(tl-price-text) < 0
              OR FUNCTION NUMVAL(tl-price-text) > 99999
               PERFORM skip-tariff-line
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO tf-hit.
           PERFORM VARYING tf-ctr FROM 1 BY 1
                   UNTIL tf-ctr > tf-count OR tf-hit > 0
               IF tf-owner(tf-ctr) = FUNCTION TRIM(tl-owner-text)
                   MOVE tf-ctr TO tf-hit
               END-IF
           END-PERFORM.

           IF tf-hit = 0
               IF tf-count >= TF-MAX
                   PERFORM skip-tariff-line
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO tf-count
               MOVE tf-count TO tf-hit
               MOVE FUNCTION TRIM(tl-owner-text) TO tf-owner(tf-hit)
               MOVE FUNCTION TRIM(tl-cust-text) TO tf-cust(tf-hit)
               MOVE 0 TO tf-band-count(tf-hit)
               MOVE 0 TO tf-calls(tf-hit)
               MOVE 0 TO tf-amount(tf-hit)
               MOVE SPACE TO tf-result(tf-hit)
               MOVE SPACES TO tf-text(tf-hit)
           END-IF.

           IF tf-cust(tf-hit) NOT = FUNCTION TRIM(tl-cust-text)
              OR tf-band-count(tf-hit) >= BAND-MAX
               PERFORM skip-tariff-line
               EXIT PARAGRAPH
           END-IF.
           MOVE tf-band-count(tf-hit) TO band-ctr.
           IF band-ctr > 0
               IF FUNCTION NUMVAL(tl-from-text)
                  NOT > tf-from(tf-hit, band-ctr)
                   PERFORM skip-tariff-line
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO tf-band-count(tf-hit).
           MOVE tf-band-count(tf-hit) TO band-ctr.
           MOVE FUNCTION NUMVAL(tl-from-text)
               TO tf-from(tf-hit, band-ctr).
           COMPUTE tf-price(tf-hit, band-ctr) ROUNDED =
               FUNCTION NUMVAL(tl-price-text).

       skip-tariff-line.

           ADD 1 TO tariff-skipped.
           MOVE SPACES TO print-line.
           STRING "tariff line left out: " DELIMITED BY SIZE
                  FUNCTION TRIM(tariff-line) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.

      *****************************************************************
      *** Pass over the ledger: every line with calls not yet       ***
      *** billed, up to tonight, adds to its owner's total - and,   ***
      *** for an owner on the tariff, goes to the work file with    ***
      *** the exact count priced.                                   ***
      *****************************************************************
       total-unbilled-usage.

           READ apiusage-file NEXT RECORD
               AT END MOVE "10" TO apiusage-file-status
           END-READ.
           PERFORM UNTIL apiusage-file-status NOT = "00"
               IF UG-DATE NOT > run-date
                  AND UG-CALLS > UG-BILLED-CALLS
                   COMPUTE new-calls = UG-CALLS - UG-BILLED-CALLS
                   PERFORM add-line-to-owner
               END-IF
               READ apiusage-file NEXT RECORD
                   AT END MOVE "10" TO apiusage-file-status
               END-READ
           END-PERFORM.

       add-line-to-owner.

           MOVE 0 TO tf-hit.
           PERFORM VARYING tf-ctr FROM 1 BY 1
                   UNTIL tf-ctr > tf-count OR tf-hit > 0
               IF tf-owner(tf-ctr) = UG-OWNER
                   MOVE tf-ctr TO tf-hit
               END-IF
           END-PERFORM.

           IF tf-hit > 0
               ADD new-calls TO tf-calls(tf-hit)
               MOVE UG-OWNER  TO au-owner
               MOVE UG-KEY    TO au-key
               MOVE new-calls TO au-calls
               WRITE work-record
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO up-hit.
           PERFORM VARYING up-ctr FROM 1 BY 1
                   UNTIL up-ctr > up-count OR up-hit > 0
               IF up-owner(up-ctr) = UG-OWNER
                   MOVE up-ctr TO up-hit
               END-IF
           END-PERFORM.
           IF up-hit = 0 AND up-count < TF-MAX
               ADD 1 TO up-count
               MOVE up-count TO up-hit
               MOVE UG-OWNER TO up-owner(up-hit)
               MOVE 0 TO up-calls(up-hit)
           END-IF.
           IF up-hit > 0
               ADD new-calls TO up-calls(up-hit)
           END-IF.

      *****************************************************************
      *** The graduated price, then the one order that carries it.  ***
      *** tf-result: R raised, Z nothing to charge (all inside the  ***
      *** allowance), F not billed.                                 ***
      *****************************************************************
       price-one-owner.

           MOVE 0 TO owner-amount.
           PERFORM VARYING band-ctr FROM 1 BY 1
                   UNTIL band-ctr > tf-band-count(tf-ctr)
               PERFORM price-one-band
               ADD band-amount TO owner-amount
           END-PERFORM.
           COMPUTE tf-amount(tf-ctr) ROUNDED = owner-amount.

           IF tf-amount(tf-ctr) = 0
               MOVE "Z" TO tf-result(tf-ctr)
               MOVE "inside the allowance - nothing to charge"
                   TO tf-text(tf-ctr)
               ADD 1 TO owners-free
               EXIT PARAGRAPH
           END-IF.

           IF tf-amount(tf-ctr) > 9999999.99
               MOVE "F" TO tf-result(tf-ctr)
               MOVE "NOT BILLED: charge too large for one order"
                   TO tf-text(tf-ctr)
               ADD 1 TO owners-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE tf-cust(tf-ctr) TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
           END-READ.
           IF customers-file-status NOT = "00"
               MOVE "F" TO tf-result(tf-ctr)
               MOVE "NOT BILLED: customer not on file"
                   TO tf-text(tf-ctr)
               ADD 1 TO owners-failed
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "ORDERNO   " new-order-key END-CALL.
           IF new-order-key = 0
               MOVE "F" TO tf-result(tf-ctr)
               MOVE "NOT BILLED: no order number could be assigned"
                   TO tf-text(tf-ctr)
               ADD 1 TO owners-failed
               EXIT PARAGRAPH
           END-IF.

           PERFORM raise-usage-order.

      *** A band prices the calls from its own "from" up to the one ***
      *** before the next band's, or every call above it for the    ***
      *** last band.                                                ***
       price-one-band.

           MOVE 0 TO band-amount.
           IF tf-calls(tf-ctr) < tf-from(tf-ctr, band-ctr)
               EXIT PARAGRAPH
           END-IF.

           MOVE tf-calls(tf-ctr) TO band-upper.
           IF band-ctr < tf-band-count(tf-ctr)
               IF tf-from(tf-ctr, band-ctr + 1) - 1 < band-upper
                   COMPUTE band-upper =
                       tf-from(tf-ctr, band-ctr + 1) - 1
               END-IF
           END-IF.

           COMPUTE band-calls = band-upper
               - tf-from(tf-ctr, band-ctr) + 1.
           COMPUTE band-amount =
               band-calls * tf-price(tf-ctr, band-ctr) / 1000.

       raise-usage-order.

           MOVE tf-calls(tf-ctr) TO calls-disp.

           MOVE SPACES TO order-record.
           MOVE tf-cust(tf-ctr) TO ORD-CUST-ID.
           MOVE new-order-key TO ORD-NO.
           CALL "getcustcompany" USING ORD-CUST-ID ORD-COMPANY
               END-CALL.
           STRING "API usage to "          DELIMITED BY SIZE
                  run-date-disp            DELIMITED BY SIZE
                  ": "                     DELIMITED BY SIZE
                  FUNCTION TRIM(calls-disp) DELIMITED BY SIZE
                  " calls (usage report)"  DELIMITED BY SIZE
               INTO ORD-DESC
           END-STRING.
           MOVE 1 TO ORD-QTY.
           MOVE tf-amount(tf-ctr) TO ORD-UNIT-PRICE.
           MOVE tf-amount(tf-ctr) TO ORD-AMOUNT.
           MOVE 0 TO ORD-PAID.
           MOVE 0 TO ORD-CREDITED.
           MOVE 0 TO ORD-TAX-RATE.
           MOVE 0 TO ORD-TAX.
           MOVE "U" TO ORD-SOURCE.
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

      *** Over the approval limit the charge is held, as order      ***
      *** entry holds an order; its calls still count as billed.    ***
           CALL "holdorder" USING "C" order-record hold-result
               hold-message END-CALL.
           IF hold-result = "E"
               MOVE "F" TO tf-result(tf-ctr)
               MOVE "NOT BILLED: no approval id could be assigned"
                   TO tf-text(tf-ctr)
               ADD 1 TO owners-failed
               EXIT PARAGRAPH
           END-IF.

           WRITE order-record
               INVALID KEY
                   MOVE "F" TO tf-result(tf-ctr)
                   MOVE "NOT BILLED: the order could not be filed"
                       TO tf-text(tf-ctr)
                   ADD 1 TO owners-failed
               NOT INVALID KEY
                   MOVE "R" TO tf-result(tf-ctr)
                   ADD 1 TO owners-billed
                   ADD tf-amount(tf-ctr) TO billed-total
                   MOVE new-order-key TO order-no-disp
                   STRING "raised order "             DELIMITED BY SIZE
                          FUNCTION TRIM(order-no-disp) DELIMITED BY SIZE
                       INTO tf-text(tf-ctr)
                   END-STRING
                   IF hold-result = "Y"
                       CALL "holdorder" USING "F" order-record
                           hold-result hold-message END-CALL
                       MOVE SPACES TO hold-message
                       IF hold-result = "Y"
                           STRING FUNCTION TRIM(tf-text(tf-ctr))
                                      DELIMITED BY SIZE
                                  ", held for approval"
                                      DELIMITED BY SIZE
                               INTO hold-message
                           END-STRING
                       ELSE
                           STRING FUNCTION TRIM(tf-text(tf-ctr))
                                      DELIMITED BY SIZE
                                  ", held - approval not filed"
                                      DELIMITED BY SIZE
                               INTO hold-message
                           END-STRING
                       END-IF
                       MOVE hold-message TO tf-text(tf-ctr)
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
      *** The owner's charge, its bands, then the ledger lines      ***
      *** behind it - each moved on by what was priced, unless the  ***
      *** owner wasn't billed, when they wait for the next run.     ***
      *****************************************************************
       report-one-owner.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE tf-owner(tf-ctr) TO ol-owner.
           MOVE tf-cust(tf-ctr) TO ol-cust.
           MOVE tf-calls(tf-ctr) TO ol-calls.
           MOVE tf-amount(tf-ctr) TO ol-amount.
           MOVE tf-text(tf-ctr) TO ol-result.
           MOVE owner-line TO print-line.
           PERFORM print-report-line.

           PERFORM VARYING band-ctr FROM 1 BY 1
                   UNTIL band-ctr > tf-band-count(tf-ctr)
               PERFORM price-one-band
               IF band-amount > 0 OR band-calls > 0
                   PERFORM print-band-line
               END-IF
           END-PERFORM.

           OPEN INPUT work-file.
           IF work-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ work-file
               AT END MOVE "10" TO work-file-status
           END-READ.
           PERFORM UNTIL work-file-status NOT = "00"
               IF au-owner = tf-owner(tf-ctr)
                   PERFORM report-one-ledger-line
               END-IF
               READ work-file
                   AT END MOVE "10" TO work-file-status
               END-READ
           END-PERFORM.
           CLOSE work-file.

       print-band-line.

           IF tf-calls(tf-ctr) < tf-from(tf-ctr, band-ctr)
               EXIT PARAGRAPH
           END-IF.
           MOVE tf-from(tf-ctr, band-ctr) TO bl-from.
           IF band-ctr < tf-band-count(tf-ctr)
               COMPUTE band-upper = tf-from(tf-ctr, band-ctr + 1) - 1
               MOVE band-upper TO calls-disp
               MOVE FUNCTION TRIM(calls-disp) TO bl-to
           ELSE
               MOVE "and up" TO bl-to
           END-IF.
           MOVE band-calls TO bl-calls.
           MOVE tf-price(tf-ctr, band-ctr) TO bl-price.
           MOVE band-amount TO bl-amount.
           MOVE band-line TO print-line.
           PERFORM print-report-line.

       report-one-ledger-line.

           MOVE au-key TO detail-key.
           MOVE SPACES TO dl-key.
           STRING dk-api-key(1:4) "..." DELIMITED BY SIZE
               INTO dl-key
           END-STRING.
           MOVE SPACES TO dl-date.
           STRING dk-date(1:4) "-" dk-date(5:2) "-" dk-date(7:2)
               DELIMITED BY SIZE INTO dl-date
           END-STRING.
           MOVE au-calls TO dl-calls.
           MOVE dk-route TO dl-route.
           MOVE detail-line TO print-line.
           PERFORM print-report-line.

           IF tf-result(tf-ctr) = "F"
               EXIT PARAGRAPH
           END-IF.

           MOVE au-key TO UG-KEY.
           READ apiusage-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD au-calls TO UG-BILLED-CALLS.
           MOVE run-date TO UG-LAST-BILLED.
           REWRITE apiusage-record
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO lines-moved
           END-REWRITE.

       report-unpriced-owners.

           IF up-count = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "NOT BILLED - no tariff for these owners; their usage "
               TO print-line.
           PERFORM print-report-line.
           MOVE "waits on the ledger for the next run:" TO print-line.
           PERFORM print-report-line.

           PERFORM VARYING up-ctr FROM 1 BY 1 UNTIL up-ctr > up-count
               MOVE SPACES TO owner-line
               MOVE up-owner(up-ctr) TO ol-owner
               MOVE up-calls(up-ctr) TO ol-calls
               MOVE owner-line TO print-line
               PERFORM print-report-line
           END-PERFORM.

       write-run-totals.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE "owners billed" TO cl-label.
           MOVE owners-billed TO cl-count.
           PERFORM print-count-line.
           MOVE "owners inside their allowance" TO cl-label.
           MOVE owners-free TO cl-count.
           PERFORM print-count-line.
           MOVE "owners not billed" TO cl-label.
           MOVE owners-failed TO cl-count.
           PERFORM print-count-line.
           MOVE "owners without a tariff" TO cl-label.
           MOVE up-count TO cl-count.
           PERFORM print-count-line.
           MOVE "tariff lines left out" TO cl-label.
           MOVE tariff-skipped TO cl-count.
           PERFORM print-count-line.
           MOVE "ledger lines billed" TO cl-label.
           MOVE lines-moved TO cl-count.
           PERFORM print-count-line.
           MOVE "value of the orders raised" TO tl-label.
           MOVE billed-total TO tl-amount.
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
           STRING "API USAGE BILLED"              DELIMITED BY SIZE
                  "     RUN DATE "                DELIMITED BY SIZE
                  run-date-disp                   DELIMITED BY SIZE
                  "     PAGE "                    DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "OWNER"    TO print-line(1:5).
           MOVE "CUSTOMER" TO print-line(33:8).
           MOVE "CALLS"    TO print-line(54:5).
           MOVE "AMOUNT"   TO print-line(71:6).
           MOVE "RESULT"   TO print-line(79:6).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           MOVE held-line TO print-line.
