      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly sales-by-product report                  ***
      *****************************************************************
      *** Nightly batch step: one line per catalog product with     ***
      *** what was ordered under it - orders, quantity and amount - ***
      *** for the run day and for the month to date, by order date. ***
      *** Cancelled orders don't count. The catalog is loaded into  ***
      *** a table in code order first (it is keyed that way), so    ***
      *** the walk over the orders dataset finds each order's       ***
      *** product with a SEARCH ALL; orders taken before the        ***
      *** catalog, or under a code no longer on it, are totalled    ***
      *** on a line of their own so the report still adds up.       ***
      *** Written to data/salesbyproduct.prn, page-headed the same  ***
      *** way the AR aging is.                                      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. productsales.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "proddef.cbl".

           SELECT print-file
               ASSIGN TO "data/salesbyproduct.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD products-file.
       01 product-record.
           COPY "prodfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 orders-file-status   PIC X(2).
       77 products-file-status PIC X(2).
       77 print-file-status    PIC X(2).
       77 cfs-failed           PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).

      *** The catalog in code order, with a day and a month-to-date ***
      *** accumulator per product. The last slot past the loaded    ***
      *** products collects everything that matched none of them.   ***
       78 PS-MAX VALUE 500.
       77 ps-loaded      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ps-other       PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ps-hit         PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ps-skipped     PIC 9(4) USAGE COMP-5 VALUE 0.
       01 ps-table.
          05 ps-entry OCCURS 1 TO 501 TIMES
                DEPENDING ON ps-other
                ASCENDING KEY IS ps-code
                INDEXED BY ps-idx.
             10 ps-code      PIC X(10).
             10 ps-desc      PIC X(40).
             10 ps-day-count PIC 9(7) USAGE COMP-5.
             10 ps-day-qty   PIC 9(9) USAGE COMP-5.
             10 ps-day-amt   PIC 9(11)V99.
             10 ps-mtd-count PIC 9(7) USAGE COMP-5.
             10 ps-mtd-qty   PIC 9(9) USAGE COMP-5.
             10 ps-mtd-amt   PIC 9(11)V99.

       77 total-day-amt  PIC 9(13)V99 VALUE 0.
       77 total-mtd-amt  PIC 9(13)V99 VALUE 0.
       77 listed-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 ctr            PIC 9(4) USAGE COMP-5.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.

       01 sales-line.
          05 sl-code      PIC X(10).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 sl-desc      PIC X(30).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 sl-day-count PIC ZZZ,ZZ9.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 sl-day-qty   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 sl-day-amt   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(2) VALUE SPACES.
          05 sl-mtd-count PIC ZZZ,ZZ9.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 sl-mtd-qty   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 sl-mtd-amt   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-productsales.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           PERFORM load-catalog.
           PERFORM total-orders.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/salesbyproduct.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > ps-other
               IF ps-mtd-count(ctr) > 0
                   PERFORM print-sales-line
               END-IF
           END-PERFORM.

           PERFORM print-sales-totals.

           CLOSE print-file.

           MOVE "data/salesbyproduct.prn" TO rpt-reg-name.
           MOVE "productsales" TO rpt-reg-program.
           MOVE listed-count TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "productsales: " ps-loaded " product(s), "
               listed-count " with sales this month.".
           IF ps-skipped > 0
               DISPLAY "productsales: catalog larger than the "
                   "report table, " ps-skipped " product(s) counted "
                   "under other."
           END-IF.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       load-catalog.

           MOVE 0 TO ps-loaded.
           MOVE PS-MAX TO ps-other.

           OPEN INPUT products-file.
           IF products-file-status = "00"
               READ products-file NEXT RECORD
                   AT END MOVE "10" TO products-file-status
               END-READ
               PERFORM UNTIL products-file-status NOT = "00"
                   IF ps-loaded < PS-MAX
                       ADD 1 TO ps-loaded
                       MOVE PROD-CODE TO ps-code(ps-loaded)
                       MOVE PROD-DESC TO ps-desc(ps-loaded)
                   ELSE
                       ADD 1 TO ps-skipped
                   END-IF
                   READ products-file NEXT RECORD
                       AT END MOVE "10" TO products-file-status
                   END-READ
               END-PERFORM
               CLOSE products-file
           END-IF.

      *** The catch-all line sorts after every real code, so the    ***
      *** table stays in key order for the SEARCH ALL.              ***
           COMPUTE ps-other = ps-loaded + 1.
           MOVE HIGH-VALUES TO ps-code(ps-other).
           MOVE "(no catalog product)" TO ps-desc(ps-other).

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > ps-other
               MOVE 0 TO ps-day-count(ctr) ps-day-qty(ctr)
                   ps-day-amt(ctr) ps-mtd-count(ctr)
                   ps-mtd-qty(ctr) ps-mtd-amt(ctr)
           END-PERFORM.

       total-orders.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ orders-file NEXT RECORD
               AT END MOVE "10" TO orders-file-status
           END-READ.
           PERFORM UNTIL orders-file-status NOT = "00"
               IF ORD-STATUS NOT = "C"
                  AND ORD-CREATED(1:6) = run-date(1:6)
                   PERFORM total-one-order
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           CLOSE orders-file.

       total-one-order.

           MOVE ps-other TO ps-hit.
           IF ORD-PROD-CODE NOT = SPACES
               SEARCH ALL ps-entry
                   AT END CONTINUE
                   WHEN ps-code(ps-idx) = ORD-PROD-CODE
                       SET ps-hit TO ps-idx
               END-SEARCH
           END-IF.

           ADD 1 TO ps-mtd-count(ps-hit).
           ADD ORD-QTY TO ps-mtd-qty(ps-hit).
           ADD ORD-AMOUNT TO ps-mtd-amt(ps-hit) total-mtd-amt.

           IF ORD-CREATED(1:8) = run-date
               ADD 1 TO ps-day-count(ps-hit)
               ADD ORD-QTY TO ps-day-qty(ps-hit)
               ADD ORD-AMOUNT TO ps-day-amt(ps-hit) total-day-amt
           END-IF.

       print-sales-line.

           MOVE SPACES TO sales-line.
           IF ctr = ps-other
               MOVE "OTHER" TO sl-code
           ELSE
               MOVE ps-code(ctr) TO sl-code
           END-IF.
           MOVE ps-desc(ctr)      TO sl-desc.
           MOVE ps-day-count(ctr) TO sl-day-count.
           MOVE ps-day-qty(ctr)   TO sl-day-qty.
           MOVE ps-day-amt(ctr)   TO sl-day-amt.
           MOVE ps-mtd-count(ctr) TO sl-mtd-count.
           MOVE ps-mtd-qty(ctr)   TO sl-mtd-qty.
           MOVE ps-mtd-amt(ctr)   TO sl-mtd-amt.
           MOVE SPACES TO print-line.
           MOVE sales-line TO print-line.
           PERFORM print-report-line.
           ADD 1 TO listed-count.

       print-sales-totals.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO sales-line.
           MOVE "TOTAL" TO sl-code.
           MOVE total-day-amt TO sl-day-amt.
           MOVE total-mtd-amt TO sl-mtd-amt.
           MOVE SPACES TO print-line.
           MOVE sales-line TO print-line.
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
           STRING "SALES BY PRODUCT"            DELIMITED BY SIZE
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
           MOVE "PRODUCT"     TO print-line(1:7).
           MOVE "DESCRIPTION" TO print-line(13:11).
           MOVE "--------------- TODAY ----------------"
               TO print-line(45:38).
           MOVE "----------- MONTH TO DATE ------------"
               TO print-line(85:38).
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "ORDERS"   TO print-line(46:6).
           MOVE "QTY"      TO print-line(61:3).
           MOVE "AMOUNT"   TO print-line(77:6).
           MOVE "ORDERS"   TO print-line(86:6).
           MOVE "QTY"      TO print-line(101:3).
           MOVE "AMOUNT"   TO print-line(117:6).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 4 TO lines-on-page.
