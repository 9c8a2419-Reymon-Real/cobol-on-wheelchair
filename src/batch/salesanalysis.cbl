      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  monthly sales analysis by period, city and tag   ***
      *** UPDATE:  an order cancelled after its month was closed    ***
      ***          comes off in the month of the adjustment         ***
      *** UPDATE:  one analysis per trading company                 ***
      *** UPDATE:  each customer is opened before name and city are ***
      ***          taken                                            ***
      *****************************************************************
      *** Month-end batch step (nightsched.txt runs it "monthend",  ***
      *** after the night's invoice cut): how sales are trending,   ***
      *** this year against last, from the orders and the invoices: ***
      ***  - ordered: what the orders taken add up to, by the date  ***
      ***    each was taken (ORD-CREATED), cancelled ones left out  ***
      ***    - except one cancelled after its month was closed,     ***
      ***    which stays in that month and is taken off again in    ***
      ***    the month of the adjustment (ORD-ADJ-DATE), so a       ***
      ***    month can show a net reduction;                        ***
      ***  - billed: what the invoices charged before tax, by       ***
      ***    invoice date - INV-NET, or INV-AMOUNT on an invoice    ***
      ***    cut before tax codes - and before any credit notes.    ***
      *** Four sections, page-headed like printdirectory:           ***
      ***  1. every month of both years side by side, with the      ***
      ***     year-to-date and full-year totals;                    ***
      ***  2. year to date by customer city (CUST-CITY);            ***
      ***  3. year to date by customer tag (custtagfld.cbl) - a     ***
      ***     customer with two tags counts under both, so this     ***
      ***     section is not meant to add up;                       ***
      ***  4. the top twenty customers by value billed this year.   ***
      *** "Year to date" runs to the run date's month and day in    ***
      *** both years, so the two columns always cover the same part ***
      *** of the year. Cities and tags are listed largest first.    ***
      *** The same figures go to a CSV, one row per line of the     ***
      *** report, for the spreadsheet crowd. Both are written as    ***
      *** data/salesanalysis-CCYYMM.prn / .csv and registered in    ***
      *** the report spool.                                         ***
      *** Each trading company of data/companies.txt gets its own   ***
      *** analysis, from its own orders (ORD-COMPANY) and invoices  ***
      *** (INV-COMPANY): the home company's under the names above,  ***
      *** any other's as data/salesanalysis-<code>-CCYYMM.prn /     ***
      *** .csv, its name in the page heading.                       ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. salesanalysis.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "custtagdef.cbl".
           COPY "orderdef.cbl".
           COPY "invdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

           SELECT csv-file
               ASSIGN TO csv-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS csv-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD custtags-file.
       01 custtag-record.
           COPY "custtagfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       FD csv-file.
       01 csv-line PIC X(256).

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 custtags-file-status  PIC X(2).
       77 orders-file-status    PIC X(2).
       77 invoices-file-status  PIC X(2).
       77 print-file-status     PIC X(2).
       77 csv-file-status       PIC X(2).
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 csv-file-name         PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.
       78 TOP-MAX    VALUE 20.

       77 run-date       PIC X(8).
       77 this-year      PIC X(4).
       77 last-year      PIC X(4).
       77 last-year-num  PIC 9(4).
       77 ytd-mmdd       PIC X(4).
       77 sale-date      PIC X(8).
       77 sale-amount    PIC S9(11)V99.
       77 sale-month     PIC 9(2).

      *** Both years month by month.                                ***
       01 month-table.
          05 month-entry OCCURS 12 TIMES.
             10 mo-ord-this  PIC S9(13)V99.
             10 mo-ord-last  PIC S9(13)V99.
             10 mo-bill-this PIC 9(13)V99.
             10 mo-bill-last PIC 9(13)V99.

      *** The customer master in id order with a year-to-date       ***
      *** accumulator per customer. The last slot past the loaded   ***
      *** customers collects orders and invoices for ids no longer  ***
      *** on file, so the sections still add up.                    ***
       78 CA-MAX VALUE 5000.
       77 ca-loaded      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ca-other       PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ca-hit         PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ca-skipped     PIC 9(5) USAGE COMP-5 VALUE 0.
       01 ca-table.
          05 ca-entry OCCURS 1 TO 5001 TIMES
                DEPENDING ON ca-other
                ASCENDING KEY IS ca-id
                INDEXED BY ca-idx.
             10 ca-id        PIC X(10).
             10 ca-name      PIC X(40).
             10 ca-city      PIC X(30).
             10 ca-company   PIC X(4).
             10 ca-ranked    PIC X(1).
             10 ca-ord-this  PIC S9(13)V99.
             10 ca-ord-last  PIC S9(13)V99.
             10 ca-bill-this PIC 9(13)V99.
             10 ca-bill-last PIC 9(13)V99.

      *** Cities and tags, each with the same four figures. The     ***
      *** last slot of each takes whatever doesn't fit.             ***
       78 GROUP-MAX VALUE 200.
       01 city-table.
          05 city-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 city-entry OCCURS 201 TIMES.
             10 gc-name      PIC X(30).
             10 gc-ord-this  PIC S9(13)V99.
             10 gc-ord-last  PIC S9(13)V99.
             10 gc-bill-this PIC 9(13)V99.
             10 gc-bill-last PIC 9(13)V99.
       01 tag-table.
          05 tag-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 tag-entry OCCURS 201 TIMES.
             10 gt-name      PIC X(30).
             10 gt-ord-this  PIC S9(13)V99.
             10 gt-ord-last  PIC S9(13)V99.
             10 gt-bill-this PIC 9(13)V99.
             10 gt-bill-last PIC 9(13)V99.
       01 group-swap-entry.
          05 gs-name      PIC X(30).
          05 gs-ord-this  PIC S9(13)V99.
          05 gs-ord-last  PIC S9(13)V99.
          05 gs-bill-this PIC 9(13)V99.
          05 gs-bill-last PIC 9(13)V99.
       77 group-overflow PIC X(01) VALUE "N".
       77 group-name     PIC X(30).
       77 group-hit      PIC 9(4) USAGE COMP-5.

       77 ctr            PIC 9(4) USAGE COMP-5.
       77 inner          PIC 9(4) USAGE COMP-5.
       77 rank           PIC 9(4) USAGE COMP-5.
       77 best           PIC 9(4) USAGE COMP-5.
       77 rank-disp      PIC Z9.

      *** One report line's worth of figures, whichever section.    ***
       01 line-figures.
          05 lf-label     PIC X(40).
          05 lf-key       PIC X(30).
          05 lf-ord-this  PIC S9(13)V99.
          05 lf-ord-last  PIC S9(13)V99.
          05 lf-bill-this PIC 9(13)V99.
          05 lf-bill-last PIC 9(13)V99.
       77 csv-section    PIC X(10).

       01 ytd-totals.
          05 yt-ord-this  PIC S9(13)V99 VALUE 0.
          05 yt-ord-last  PIC S9(13)V99 VALUE 0.
          05 yt-bill-this PIC 9(13)V99 VALUE 0.
          05 yt-bill-last PIC 9(13)V99 VALUE 0.
       01 year-totals.
          05 fy-ord-this  PIC S9(13)V99 VALUE 0.
          05 fy-ord-last  PIC S9(13)V99 VALUE 0.
          05 fy-bill-this PIC 9(13)V99 VALUE 0.
          05 fy-bill-last PIC 9(13)V99 VALUE 0.

       77 change-pct     PIC S9(5)V9.
       77 change-disp    PIC -(5)9.9.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 csv-lines        PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

       01 analysis-line.
          05 al-label     PIC X(40).
          05 FILLER       PIC X(1) VALUE SPACES.
          05 al-ord-this  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 al-ord-last  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 al-bill-this PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 al-bill-last PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER       PIC X(1) VALUE SPACES.
          05 al-change    PIC X(9).

      *** Plain figures for the CSV - no separators, point decimal. ***
       77 csv-ord-this   PIC -Z(12)9.99.
       77 csv-ord-last   PIC -Z(12)9.99.
       77 csv-bill-this  PIC Z(12)9.99.
       77 csv-bill-last  PIC Z(12)9.99.

      *** One analysis per trading company, from its own orders and ***
      *** invoices; the customer master and tags are shared.        ***
       77 sa-co-seq      PIC 9(2) VALUE 0.
       77 sa-co-found    PIC X(01) VALUE "Y".
       01 sa-company.
           COPY "cofld.cbl".
       77 co-match       PIC X(01).
       77 co-match-code  PIC X(4).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-salesanalysis.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           MOVE run-date(1:4) TO this-year.
           COMPUTE last-year-num = FUNCTION NUMVAL(this-year) - 1.
           MOVE last-year-num TO last-year.
           MOVE run-date(5:4) TO ytd-mmdd.

           PERFORM VARYING sa-co-seq FROM 1 BY 1
                   UNTIL sa-co-found NOT = "Y" OR sa-co-seq > 98
               MOVE SPACES TO sa-company
               CALL "getcompany" USING sa-co-seq sa-company
                   sa-co-found END-CALL
               IF sa-co-found = "Y"
                   PERFORM analyse-one-company
               END-IF
           END-PERFORM.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** One trading company's analysis: the home company's under  ***
      *** the name it always had, any other's as                    ***
      *** data/salesanalysis-<code>-CCYYMM.prn / .csv. An order or  ***
      *** invoice whose company code is spaces is the home          ***
      *** company's.                                                ***
      *****************************************************************
       analyse-one-company.

           INITIALIZE month-table ytd-totals year-totals.
           MOVE 0 TO ca-skipped page-number report-lines csv-lines.
           MOVE 99 TO lines-on-page.
           MOVE "N" TO group-overflow.

           PERFORM load-customers.
           PERFORM total-orders.
           PERFORM total-invoices.
           PERFORM group-by-city.
           PERFORM group-by-tag.

           MOVE SPACES TO print-file-name csv-file-name.
           STRING "data/salesanalysis"   DELIMITED BY SIZE
                  CO-FILE-TAG            DELIMITED BY SPACE
                  "-"                    DELIMITED BY SIZE
                  run-date(1:6)          DELIMITED BY SIZE
                  ".prn"                 DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.
           STRING "data/salesanalysis"   DELIMITED BY SIZE
                  CO-FILE-TAG            DELIMITED BY SPACE
                  "-"                    DELIMITED BY SIZE
                  run-date(1:6)          DELIMITED BY SIZE
                  ".csv"                 DELIMITED BY SIZE
               INTO csv-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           OPEN OUTPUT csv-file.
           CALL 'checkfilestatus' USING csv-file-name
               csv-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE "section,name,ordered_this_year,ordered_last_year,"
             & "billed_this_year,billed_last_year" TO csv-line.
           WRITE csv-line.

           PERFORM print-by-month.
           PERFORM print-by-city.
           PERFORM print-by-tag.
           PERFORM print-top-customers.

           IF ca-skipped > 0 OR group-overflow = "Y"
               MOVE SPACES TO print-line
               PERFORM print-report-line
               MOVE "==== WARNING: more customers, cities or tags "
                 & "than the report tables hold; the excess is "
                 & "counted under other ====" TO print-line
               PERFORM print-report-line
           END-IF.

           CLOSE print-file.
           CLOSE csv-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "salesanalysis" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           MOVE csv-file-name TO rpt-reg-name.
           MOVE "salesanalysis" TO rpt-reg-program.
           MOVE csv-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           MOVE yt-bill-this TO al-bill-this.
           DISPLAY "salesanalysis: " FUNCTION TRIM(CO-CODE) " "
               ca-loaded " customer(s), "
               city-count " city(ies), " tag-count " tag(s), billed "
               "this year to date " FUNCTION TRIM(al-bill-this) ".".

      *** A record's company code against the company in hand.      ***
       check-company-match.

           MOVE "N" TO co-match.
           IF co-match-code = CO-CODE
              OR (co-match-code = SPACES AND CO-HOME = "Y")
               MOVE "Y" TO co-match
           END-IF.

       load-customers.

           MOVE 0 TO ca-loaded.
           MOVE CA-MAX TO ca-other.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
               PERFORM UNTIL customers-file-status NOT = "00"
                   CALL "custcrypt" USING "O" customer-record
                       open-result END-CALL
                   IF ca-loaded < CA-MAX
                       ADD 1 TO ca-loaded
                       MOVE CUST-ID TO ca-id(ca-loaded)
                       MOVE CUST-NAME TO ca-name(ca-loaded)
                       MOVE CUST-COMPANY TO ca-company(ca-loaded)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CUST-CITY)) TO ca-city(ca-loaded)
                       IF ca-city(ca-loaded) = SPACES
                           MOVE "(no city)" TO ca-city(ca-loaded)
                       END-IF
                   ELSE
                       ADD 1 TO ca-skipped
                   END-IF
                   READ customers-file NEXT RECORD
                       AT END MOVE "10" TO customers-file-status
                   END-READ
               END-PERFORM
               CLOSE customers-file
           END-IF.

      *** The catch-all line sorts after every real id, so the      ***
      *** table stays in key order for the SEARCH ALL.              ***
           COMPUTE ca-other = ca-loaded + 1.
           MOVE HIGH-VALUES TO ca-id(ca-other).
           MOVE "(customer not on file)" TO ca-name(ca-other).
           MOVE "(customer not on file)" TO ca-city(ca-other).
           MOVE SPACES TO ca-company(ca-other).

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > ca-other
               MOVE "N" TO ca-ranked(ctr)
               MOVE 0 TO ca-ord-this(ctr) ca-ord-last(ctr)
                   ca-bill-this(ctr) ca-bill-last(ctr)
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
               MOVE ORD-COMPANY TO co-match-code
               PERFORM check-company-match
               IF co-match NOT = "Y"
                   CONTINUE
               ELSE
               IF ORD-STATUS NOT = "C" OR ORD-ADJ-DATE NOT = SPACES
                   MOVE ORD-CREATED(1:8) TO sale-date
                   IF sale-date(1:4) = this-year
                      OR sale-date(1:4) = last-year
                       MOVE ORD-AMOUNT TO sale-amount
                       PERFORM add-order-sale
                   END-IF
               END-IF
      *** Cancelled after its month was closed: it stays in that    ***
      *** month and comes off in the month of the adjustment.       ***
               IF ORD-STATUS = "C" AND ORD-ADJ-DATE NOT = SPACES
                   MOVE ORD-ADJ-DATE TO sale-date
                   IF sale-date(1:4) = this-year
                      OR sale-date(1:4) = last-year
                       COMPUTE sale-amount = 0 - ORD-AMOUNT
                       PERFORM add-order-sale
                   END-IF
               END-IF
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           CLOSE orders-file.

       add-order-sale.

           MOVE sale-date(5:2) TO sale-month.
           IF sale-date(1:4) = this-year
               ADD sale-amount TO mo-ord-this(sale-month)
           ELSE
               ADD sale-amount TO mo-ord-last(sale-month)
           END-IF.

           IF sale-date(5:4) > ytd-mmdd
               EXIT PARAGRAPH
           END-IF.

           SEARCH ALL ca-entry
               AT END
                   MOVE ca-other TO ca-hit
               WHEN ca-id(ca-idx) = ORD-CUST-ID
                   SET ca-hit TO ca-idx
           END-SEARCH.

           IF sale-date(1:4) = this-year
               ADD sale-amount TO ca-ord-this(ca-hit) yt-ord-this
           ELSE
               ADD sale-amount TO ca-ord-last(ca-hit) yt-ord-last
           END-IF.

       total-invoices.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               MOVE INV-CREATED(1:8) TO sale-date
               MOVE INV-COMPANY TO co-match-code
               PERFORM check-company-match
               IF co-match = "Y" AND (sale-date(1:4) = this-year
                  OR sale-date(1:4) = last-year)
      *** An invoice from before tax codes is all net.              ***
                   IF INV-TAX-LINES = 0
                       MOVE INV-AMOUNT TO sale-amount
                   ELSE
                       MOVE INV-NET TO sale-amount
                   END-IF
                   PERFORM add-invoice-sale
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE invoices-file.

       add-invoice-sale.

           MOVE sale-date(5:2) TO sale-month.
           IF sale-date(1:4) = this-year
               ADD sale-amount TO mo-bill-this(sale-month)
           ELSE
               ADD sale-amount TO mo-bill-last(sale-month)
           END-IF.

           IF sale-date(5:4) > ytd-mmdd
               EXIT PARAGRAPH
           END-IF.

           SEARCH ALL ca-entry
               AT END
                   MOVE ca-other TO ca-hit
               WHEN ca-id(ca-idx) = INV-CUST-ID
                   SET ca-hit TO ca-idx
           END-SEARCH.

           IF sale-date(1:4) = this-year
               ADD sale-amount TO ca-bill-this(ca-hit) yt-bill-this
           ELSE
               ADD sale-amount TO ca-bill-last(ca-hit) yt-bill-last
           END-IF.

      *****************************************************************
      *** Each customer with any sales in either year to date adds  ***
      *** into its city; the cities are then put largest first.     ***
      *****************************************************************
       group-by-city.

           MOVE 0 TO city-count.
           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > ca-other
               IF ca-ord-this(ctr) NOT = 0 OR ca-ord-last(ctr) NOT = 0
                  OR ca-bill-this(ctr) > 0 OR ca-bill-last(ctr) > 0
                   MOVE ca-city(ctr) TO group-name
                   PERFORM add-customer-to-city
               END-IF
           END-PERFORM.

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr >= city-count
               PERFORM VARYING inner FROM 1 BY 1
                       UNTIL inner > city-count - ctr
                   IF gc-bill-this(inner) < gc-bill-this(inner + 1)
                       MOVE city-entry(inner) TO group-swap-entry
                       MOVE city-entry(inner + 1) TO city-entry(inner)
                       MOVE group-swap-entry TO city-entry(inner + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       add-customer-to-city.

           MOVE 0 TO group-hit.
           PERFORM VARYING inner FROM 1 BY 1
                   UNTIL inner > city-count OR group-hit > 0
               IF gc-name(inner) = group-name
                   MOVE inner TO group-hit
               END-IF
           END-PERFORM.

           IF group-hit = 0
               IF city-count < GROUP-MAX
                   ADD 1 TO city-count
                   MOVE city-count TO group-hit
                   MOVE group-name TO gc-name(group-hit)
               ELSE
                   MOVE "Y" TO group-overflow
                   IF city-count = GROUP-MAX
                       ADD 1 TO city-count
                       MOVE "(other cities)" TO gc-name(city-count)
                       MOVE 0 TO gc-ord-this(city-count)
                           gc-ord-last(city-count)
                           gc-bill-this(city-count)
                           gc-bill-last(city-count)
                   END-IF
                   MOVE city-count TO group-hit
               END-IF
               IF group-hit <= GROUP-MAX
                   MOVE 0 TO gc-ord-this(group-hit)
                       gc-ord-last(group-hit)
                       gc-bill-this(group-hit)
                       gc-bill-last(group-hit)
               END-IF
           END-IF.

           ADD ca-ord-this(ctr) TO gc-ord-this(group-hit).
           ADD ca-ord-last(ctr) TO gc-ord-last(group-hit).
           ADD ca-bill-this(ctr) TO gc-bill-this(group-hit).
           ADD ca-bill-last(ctr) TO gc-bill-last(group-hit).

      *****************************************************************
      *** Every tag on file adds its customer's figures in - the    ***
      *** tag dataset is keyed by customer, so this is one pass.    ***
      *****************************************************************
       group-by-tag.

           MOVE 0 TO tag-count.

           OPEN INPUT custtags-file.
           IF custtags-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ custtags-file NEXT RECORD
               AT END MOVE "10" TO custtags-file-status
           END-READ.
           PERFORM UNTIL custtags-file-status NOT = "00"
               SEARCH ALL ca-entry
                   AT END
                       MOVE 0 TO ca-hit
                   WHEN ca-id(ca-idx) = TAG-CUST-ID
                       SET ca-hit TO ca-idx
               END-SEARCH
      *** Another company's customer with no sales here stays out.  ***
               IF ca-hit > 0
                   MOVE ca-company(ca-hit) TO co-match-code
                   PERFORM check-company-match
                   IF co-match NOT = "Y"
                      AND ca-ord-this(ca-hit) = 0
                      AND ca-ord-last(ca-hit) = 0
                      AND ca-bill-this(ca-hit) = 0
                      AND ca-bill-last(ca-hit) = 0
                       MOVE 0 TO ca-hit
                   END-IF
               END-IF
               IF ca-hit > 0
                   MOVE TAG-NAME TO group-name
                   PERFORM add-customer-to-tag
               END-IF
               READ custtags-file NEXT RECORD
                   AT END MOVE "10" TO custtags-file-status
               END-READ
           END-PERFORM.

           CLOSE custtags-file.

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr >= tag-count
               PERFORM VARYING inner FROM 1 BY 1
                       UNTIL inner > tag-count - ctr
                   IF gt-bill-this(inner) < gt-bill-this(inner + 1)
                       MOVE tag-entry(inner) TO group-swap-entry
                       MOVE tag-entry(inner + 1) TO tag-entry(inner)
                       MOVE group-swap-entry TO tag-entry(inner + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       add-customer-to-tag.

           MOVE 0 TO group-hit.
           PERFORM VARYING inner FROM 1 BY 1
                   UNTIL inner > tag-count OR group-hit > 0
               IF gt-name(inner) = group-name
                   MOVE inner TO group-hit
               END-IF
           END-PERFORM.

           IF group-hit = 0
               IF tag-count < GROUP-MAX
                   ADD 1 TO tag-count
                   MOVE tag-count TO group-hit
                   MOVE group-name TO gt-name(group-hit)
               ELSE
                   MOVE "Y" TO group-overflow
                   IF tag-count = GROUP-MAX
                       ADD 1 TO tag-count
                       MOVE "(other tags)" TO gt-name(tag-count)
                       MOVE 0 TO gt-ord-this(tag-count)
                           gt-ord-last(tag-count)
                           gt-bill-this(tag-count)
                           gt-bill-last(tag-count)
                   END-IF
                   MOVE tag-count TO group-hit
               END-IF
               IF group-hit <= GROUP-MAX
                   MOVE 0 TO gt-ord-this(group-hit)
                       gt-ord-last(group-hit)
                       gt-bill-this(group-hit)
                       gt-bill-last(group-hit)
               END-IF
           END-IF.

           ADD ca-ord-this(ca-hit) TO gt-ord-this(group-hit).
           ADD ca-ord-last(ca-hit) TO gt-ord-last(group-hit).
           ADD ca-bill-this(ca-hit) TO gt-bill-this(group-hit).
           ADD ca-bill-last(ca-hit) TO gt-bill-last(group-hit).

      *****************************************************************
      *** Section 1 - both years month by month.                    ***
      *****************************************************************
       print-by-month.

           MOVE "SALES BY MONTH" TO print-line.
           PERFORM print-section-heading.
           MOVE "month" TO csv-section.

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > 12
               MOVE SPACES TO lf-label
               MOVE ctr TO sale-month
               EVALUATE ctr
                   WHEN 1  MOVE "January"   TO lf-label
                   WHEN 2  MOVE "February"  TO lf-label
                   WHEN 3  MOVE "March"     TO lf-label
                   WHEN 4  MOVE "April"     TO lf-label
                   WHEN 5  MOVE "May"       TO lf-label
                   WHEN 6  MOVE "June"      TO lf-label
                   WHEN 7  MOVE "July"      TO lf-label
                   WHEN 8  MOVE "August"    TO lf-label
                   WHEN 9  MOVE "September" TO lf-label
                   WHEN 10 MOVE "October"   TO lf-label
                   WHEN 11 MOVE "November"  TO lf-label
                   WHEN OTHER MOVE "December" TO lf-label
               END-EVALUATE
               MOVE sale-month TO lf-key
               MOVE mo-ord-this(ctr)  TO lf-ord-this
               MOVE mo-ord-last(ctr)  TO lf-ord-last
               MOVE mo-bill-this(ctr) TO lf-bill-this
               MOVE mo-bill-last(ctr) TO lf-bill-last
               ADD mo-ord-this(ctr)  TO fy-ord-this
               ADD mo-ord-last(ctr)  TO fy-ord-last
               ADD mo-bill-this(ctr) TO fy-bill-this
               ADD mo-bill-last(ctr) TO fy-bill-last
               PERFORM print-figures-line
           END-PERFORM.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO lf-label lf-key.
           STRING "year to date (to "  DELIMITED BY SIZE
                  ytd-mmdd(1:2)        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  ytd-mmdd(3:2)        DELIMITED BY SIZE
                  ")"                  DELIMITED BY SIZE
               INTO lf-label
           END-STRING.
           MOVE "year to date" TO lf-key.
           MOVE yt-ord-this  TO lf-ord-this.
           MOVE yt-ord-last  TO lf-ord-last.
           MOVE yt-bill-this TO lf-bill-this.
           MOVE yt-bill-last TO lf-bill-last.
           PERFORM print-figures-line.

           MOVE "whole year" TO lf-label lf-key.
           MOVE fy-ord-this  TO lf-ord-this.
           MOVE fy-ord-last  TO lf-ord-last.
           MOVE fy-bill-this TO lf-bill-this.
           MOVE fy-bill-last TO lf-bill-last.
           PERFORM print-figures-line.

      *****************************************************************
      *** Sections 2 and 3 - year to date by city and by tag.       ***
      *****************************************************************
       print-by-city.

           MOVE "SALES BY CITY, YEAR TO DATE" TO print-line.
           PERFORM print-section-heading.
           MOVE "city" TO csv-section.

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > city-count
               MOVE gc-name(ctr) TO lf-label lf-key
               MOVE gc-ord-this(ctr)  TO lf-ord-this
               MOVE gc-ord-last(ctr)  TO lf-ord-last
               MOVE gc-bill-this(ctr) TO lf-bill-this
               MOVE gc-bill-last(ctr) TO lf-bill-last
               PERFORM print-figures-line
           END-PERFORM.

           IF city-count = 0
               MOVE "no sales in either year to date" TO print-line
               PERFORM print-report-line
           END-IF.

       print-by-tag.

           MOVE "SALES BY CUSTOMER TAG, YEAR TO DATE (a customer "
             & "counts under each of its tags)" TO print-line.
           PERFORM print-section-heading.
           MOVE "tag" TO csv-section.

           PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > tag-count
               MOVE gt-name(ctr) TO lf-label lf-key
               MOVE gt-ord-this(ctr)  TO lf-ord-this
               MOVE gt-ord-last(ctr)  TO lf-ord-last
               MOVE gt-bill-this(ctr) TO lf-bill-this
               MOVE gt-bill-last(ctr) TO lf-bill-last
               PERFORM print-figures-line
           END-PERFORM.

           IF tag-count = 0
               MOVE "no tagged customers" TO print-line
               PERFORM print-report-line
           END-IF.

      *****************************************************************
      *** Section 4 - the top twenty by value billed this year to   ***
      *** date: twenty passes picking the largest not yet ranked.   ***
      *****************************************************************
       print-top-customers.

           MOVE "TOP CUSTOMERS BY VALUE BILLED, YEAR TO DATE"
               TO print-line.
           PERFORM print-section-heading.
           MOVE "customer" TO csv-section.

           PERFORM VARYING rank FROM 1 BY 1 UNTIL rank > TOP-MAX
               MOVE 0 TO best
               PERFORM VARYING ctr FROM 1 BY 1 UNTIL ctr > ca-other
                   IF ca-ranked(ctr) = "N" AND ca-bill-this(ctr) > 0
                       IF best = 0
                           MOVE ctr TO best
                       ELSE
                           IF ca-bill-this(ctr) > ca-bill-this(best)
                               MOVE ctr TO best
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF best = 0
                   MOVE TOP-MAX TO rank
               ELSE
                   MOVE "Y" TO ca-ranked(best)
                   PERFORM print-one-top-customer
               END-IF
           END-PERFORM.

           IF yt-bill-this = 0
               MOVE "nothing billed this year" TO print-line
               PERFORM print-report-line
           END-IF.

       print-one-top-customer.

           MOVE rank TO rank-disp.
           MOVE SPACES TO lf-label.
           IF best = ca-other
               STRING rank-disp              DELIMITED BY SIZE
                      ". "                   DELIMITED BY SIZE
                      ca-name(best)          DELIMITED BY SIZE
                   INTO lf-label
               END-STRING
               MOVE "(not on file)" TO lf-key
           ELSE
               STRING rank-disp              DELIMITED BY SIZE
                      ". "                   DELIMITED BY SIZE
                      ca-id(best)            DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      ca-name(best)          DELIMITED BY SIZE
                   INTO lf-label
               END-STRING
               MOVE ca-id(best) TO lf-key
           END-IF.
           MOVE ca-ord-this(best)  TO lf-ord-this.
           MOVE ca-ord-last(best)  TO lf-ord-last.
           MOVE ca-bill-this(best) TO lf-bill-this.
           MOVE ca-bill-last(best) TO lf-bill-last.
           PERFORM print-figures-line.

      *****************************************************************
      *** One line of figures to both outputs. The change is on the ***
      *** billed columns; "new" when there was nothing last year.   ***
      *****************************************************************
       print-figures-line.

           MOVE SPACES TO analysis-line.
           MOVE lf-label     TO al-label.
           MOVE lf-ord-this  TO al-ord-this.
           MOVE lf-ord-last  TO al-ord-last.
           MOVE lf-bill-this TO al-bill-this.
           MOVE lf-bill-last TO al-bill-last.

           IF lf-bill-last = 0
               IF lf-bill-this = 0
                   MOVE "-" TO al-change
               ELSE
                   MOVE "new" TO al-change
               END-IF
           ELSE
               COMPUTE change-pct ROUNDED =
                   ((lf-bill-this - lf-bill-last) * 100) / lf-bill-last
                   ON SIZE ERROR MOVE 99999.9 TO change-pct
               END-COMPUTE
               MOVE change-pct TO change-disp
               STRING change-disp DELIMITED BY SIZE
                      "%"         DELIMITED BY SIZE
                   INTO al-change
               END-STRING
           END-IF.

           MOVE analysis-line TO print-line.
           PERFORM print-report-line.

           MOVE lf-ord-this  TO csv-ord-this.
           MOVE lf-ord-last  TO csv-ord-last.
           MOVE lf-bill-this TO csv-bill-this.
           MOVE lf-bill-last TO csv-bill-last.
           MOVE SPACES TO csv-line.
           STRING FUNCTION TRIM(csv-section)   DELIMITED BY SIZE
                  ",""" DELIMITED BY SIZE
                  FUNCTION TRIM(lf-key)        DELIMITED BY SIZE
                  ""","                        DELIMITED BY SIZE
                  FUNCTION TRIM(csv-ord-this)  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(csv-ord-last)  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(csv-bill-this) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(csv-bill-last) DELIMITED BY SIZE
               INTO csv-line
           END-STRING.
           WRITE csv-line.
           ADD 1 TO csv-lines.

      *****************************************************************
      *** A section opens on a blank line, its title (already in    ***
      *** print-line) and the column captions.                      ***
      *****************************************************************
       print-section-heading.

           MOVE print-line TO held-line.
           IF report-lines > 0
               MOVE SPACES TO print-line
               PERFORM print-report-line
           END-IF.
           MOVE held-line TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO print-line.
           MOVE "ORDERED"   TO print-line(53:7).
           MOVE "ORDERED"   TO print-line(72:7).
           MOVE "BILLED"    TO print-line(92:6).
           MOVE "BILLED"    TO print-line(111:6).
           MOVE "CHANGE"    TO print-line(120:6).
           PERFORM print-report-line.
           MOVE SPACES TO print-line.
           MOVE this-year   TO print-line(56:4).
           MOVE last-year   TO print-line(75:4).
           MOVE this-year   TO print-line(94:4).
           MOVE last-year   TO print-line(113:4).
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
           STRING "SALES ANALYSIS "             DELIMITED BY SIZE
                  FUNCTION TRIM(CO-NAME)        DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  this-year                     DELIMITED BY SIZE
                  " AGAINST "                   DELIMITED BY SIZE
                  last-year                     DELIMITED BY SIZE
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
           WRITE print-line.

           MOVE 2 TO lines-on-page.
           MOVE held-line TO print-line.
