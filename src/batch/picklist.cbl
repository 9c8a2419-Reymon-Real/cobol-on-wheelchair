      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly pick list for the warehouse              ***
      *** UPDATE:  the customer is opened before the delivery       ***
      ***          address is printed                               ***
      *****************************************************************
      *** Nightly batch step, printed for the warehouse's morning:  ***
      *** every goods order still awaiting pick (ORD-FUL-STATUS     ***
      *** "A", not cancelled), grouped by delivery address so       ***
      *** everything bound for one door is picked and packed        ***
      *** together - two customers at the same address (a shared    ***
      *** office, a parent and its branch) share one group. The     ***
      *** address is the customer master's, compared without        ***
      *** regard to case. Within a group the orders run by customer ***
      *** and order number, with the quantity to pick; each group   ***
      *** ends with its item count. Orders picked already, and      ***
      *** orders with nothing to ship, are not on it.               ***
      *** Written to data/picklist-CCYYMMDD.prn, page-headed the    ***
      *** same way the other reports are, and registered in the     ***
      *** report spool.                                             ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. picklist.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
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
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).

      *** The customer whose address the orders in hand go to - the ***
      *** orders file is in customer order, so one read per change. ***
       77 cur-cust       PIC X(10) VALUE SPACES.
       77 cur-name       PIC X(40).
       77 cur-addr-key   PIC X(160).
       77 cur-addr1      PIC X(60).
       77 cur-addr2      PIC X(60).
       77 cur-city       PIC X(30).
       77 cur-postcode   PIC X(10).

      *** Orders to pick, kept in delivery-address order as they    ***
      *** are loaded (an insertion into the sorted table).          ***
       78 PL-MAX VALUE 5000.
       77 pl-count       PIC 9(5) USAGE COMP-5 VALUE 0.
       77 pl-skipped     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 pl-pos         PIC 9(5) USAGE COMP-5.
       77 pl-ctr         PIC 9(5) USAGE COMP-5.
       01 pl-new.
          05 pn-sort-key.
             10 pn-addr-key  PIC X(160).
             10 pn-cust-id   PIC X(10).
             10 pn-ord-no    PIC 9(10).
          05 pn-name      PIC X(40).
          05 pn-addr1     PIC X(60).
          05 pn-addr2     PIC X(60).
          05 pn-city      PIC X(30).
          05 pn-postcode  PIC X(10).
          05 pn-prod-code PIC X(10).
          05 pn-desc      PIC X(40).
          05 pn-qty       PIC 9(5).
       01 pl-table.
          05 pl-entry OCCURS 5000 TIMES.
             10 pl-sort-key.
                15 pl-addr-key  PIC X(160).
                15 pl-cust-id   PIC X(10).
                15 pl-ord-no    PIC 9(10).
             10 pl-name      PIC X(40).
             10 pl-addr1     PIC X(60).
             10 pl-addr2     PIC X(60).
             10 pl-city      PIC X(30).
             10 pl-postcode  PIC X(10).
             10 pl-prod-code PIC X(10).
             10 pl-desc      PIC X(40).
             10 pl-qty       PIC 9(5).

       77 group-key      PIC X(160) VALUE HIGH-VALUES.
       77 group-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 group-items    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 total-items    PIC 9(9) USAGE COMP-5 VALUE 0.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

       01 pick-line.
          05 FILLER      PIC X(4) VALUE SPACES.
          05 kl-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 kl-name     PIC X(30).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 kl-order    PIC Z(9)9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 kl-prod     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 kl-desc     PIC X(40).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 kl-qty      PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 kl-tick     PIC X(5) VALUE "[   ]".

       01 count-line.
          05 cl-label    PIC X(40).
          05 FILLER      PIC X(15) VALUE SPACES.
          05 cl-count    PIC Z(8)9.

       01 date-fields.
          05 date-in     PIC X(8).
          05 date-out    PIC X(10).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-picklist.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           MOVE SPACES TO print-file-name.
           STRING "data/picklist-" DELIMITED BY SIZE
                  run-date         DELIMITED BY SIZE
                  ".prn"           DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           PERFORM load-orders-to-pick.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           IF pl-count = 0
               MOVE "nothing awaiting pick" TO print-line
               PERFORM print-report-line
           END-IF.

           PERFORM VARYING pl-ctr FROM 1 BY 1 UNTIL pl-ctr > pl-count
               IF pl-addr-key(pl-ctr) NOT = group-key
                   IF group-count > 0
                       PERFORM print-group-total
                   END-IF
                   PERFORM print-group-heading
               END-IF
               PERFORM print-pick-line
           END-PERFORM.
           IF group-count > 0
               PERFORM print-group-total
           END-IF.

           PERFORM write-run-totals.

           CLOSE print-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "picklist" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "picklist: " pl-count " order(s) to pick, "
               pl-skipped " over the table size left off.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** Every order awaiting pick, with its customer's address,   ***
      *** into the table in address order.                          ***
      *****************************************************************
       load-orders-to-pick.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT customers-file.

           READ orders-file NEXT RECORD
               AT END MOVE "10" TO orders-file-status
           END-READ.
           PERFORM UNTIL orders-file-status NOT = "00"
               IF ORD-FUL-STATUS = "A" AND ORD-STATUS NOT = "C"
                   IF pl-count >= PL-MAX
                       ADD 1 TO pl-skipped
                   ELSE
                       PERFORM add-order-to-table
                   END-IF
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           CLOSE customers-file.
           CLOSE orders-file.

       add-order-to-table.

           IF ORD-CUST-ID NOT = cur-cust
               PERFORM read-delivery-address
           END-IF.

           MOVE SPACES TO pl-new.
           MOVE cur-addr-key TO pn-addr-key.
           MOVE ORD-CUST-ID TO pn-cust-id.
           MOVE ORD-NO TO pn-ord-no.
           MOVE cur-name TO pn-name.
           MOVE cur-addr1 TO pn-addr1.
           MOVE cur-addr2 TO pn-addr2.
           MOVE cur-city TO pn-city.
           MOVE cur-postcode TO pn-postcode.
           MOVE ORD-PROD-CODE TO pn-prod-code.
           MOVE ORD-DESC TO pn-desc.
           MOVE ORD-QTY TO pn-qty.

      *** Shuffle the larger keys up one place, then drop it in.    ***
           ADD 1 TO pl-count.
           MOVE pl-count TO pl-pos.
           PERFORM UNTIL pl-pos = 1
               OR pl-sort-key(pl-pos - 1) NOT > pn-sort-key
               MOVE pl-entry(pl-pos - 1) TO pl-entry(pl-pos)
               SUBTRACT 1 FROM pl-pos
           END-PERFORM.
           MOVE pl-new TO pl-entry(pl-pos).

      *****************************************************************
      *** The address is compared on postcode first, then the       ***
      *** street lines and city, all upper-cased - the key only     ***
      *** groups; the lines print as the customer master has them.  ***
      *****************************************************************
       read-delivery-address.

           MOVE ORD-CUST-ID TO cur-cust.
           MOVE SPACES TO cur-name cur-addr1 cur-addr2 cur-city
               cur-postcode cur-addr-key.

           MOVE ORD-CUST-ID TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "(not on file)" TO cur-name
           END-READ.
           IF customers-file-status NOT = "00"
               IF cur-name = SPACES
                   MOVE "(not on file)" TO cur-name
               END-IF
               MOVE "(no address on file)" TO cur-addr1
           ELSE
               CALL "custcrypt" USING "O" customer-record open-result
                   END-CALL
               MOVE CUST-NAME TO cur-name
               MOVE CUST-ADDR1 TO cur-addr1
               MOVE CUST-ADDR2 TO cur-addr2
               MOVE CUST-CITY TO cur-city
               MOVE CUST-POSTCODE TO cur-postcode
           END-IF.

           MOVE FUNCTION UPPER-CASE(cur-postcode) TO cur-addr-key(1:10).
           MOVE FUNCTION UPPER-CASE(cur-addr1) TO cur-addr-key(11:60).
           MOVE FUNCTION UPPER-CASE(cur-addr2) TO cur-addr-key(71:60).
           MOVE FUNCTION UPPER-CASE(cur-city) TO cur-addr-key(131:30).

      *****************************************************************
      *** A new delivery address: its lines, as one block.          ***
      *****************************************************************
       print-group-heading.

           MOVE pl-addr-key(pl-ctr) TO group-key.
           MOVE 0 TO group-count.
           MOVE 0 TO group-items.

           IF lines-on-page > PAGE-LINES - 8
               MOVE PAGE-LINES TO lines-on-page
           END-IF.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE SPACES TO print-line.
           STRING "DELIVER TO  "                   DELIMITED BY SIZE
                  FUNCTION TRIM(pl-addr1(pl-ctr))  DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.
           IF pl-addr2(pl-ctr) NOT = SPACES
               MOVE SPACES TO print-line
               MOVE pl-addr2(pl-ctr) TO print-line(13:60)
               PERFORM print-report-line
           END-IF.
           MOVE SPACES TO print-line.
           STRING FUNCTION TRIM(pl-city(pl-ctr))     DELIMITED BY SIZE
                  "  "                               DELIMITED BY SIZE
                  FUNCTION TRIM(pl-postcode(pl-ctr)) DELIMITED BY SIZE
               INTO print-line(13:80)
           END-STRING.
           PERFORM print-report-line.

       print-pick-line.

           ADD 1 TO group-count.
           ADD pl-qty(pl-ctr) TO group-items total-items.

           MOVE pl-cust-id(pl-ctr) TO kl-cust.
           MOVE pl-name(pl-ctr) TO kl-name.
           MOVE pl-ord-no(pl-ctr) TO kl-order.
           MOVE pl-prod-code(pl-ctr) TO kl-prod.
           MOVE pl-desc(pl-ctr) TO kl-desc.
           MOVE pl-qty(pl-ctr) TO kl-qty.
           MOVE pick-line TO print-line.
           PERFORM print-report-line.

       print-group-total.

           MOVE SPACES TO count-line.
           MOVE "    items for this address" TO cl-label.
           MOVE group-items TO cl-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

       write-run-totals.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO count-line.
           MOVE "orders to pick" TO cl-label.
           MOVE pl-count TO cl-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           MOVE "items to pick" TO cl-label.
           MOVE total-items TO cl-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           IF pl-skipped > 0
               MOVE "orders left off - over the table size"
                   TO cl-label
               MOVE pl-skipped TO cl-count
               MOVE count-line TO print-line
               PERFORM print-report-line
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
           MOVE run-date TO date-in.
           PERFORM edit-date.
           MOVE SPACES TO print-line.
           STRING "PICK LIST BY DELIVERY ADDRESS"  DELIMITED BY SIZE
                  "     RUN DATE "                 DELIMITED BY SIZE
                  date-out                         DELIMITED BY SIZE
                  "     PAGE "                     DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp)  DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "CUSTOMER"    TO print-line(5:8).
           MOVE "NAME"        TO print-line(17:4).
           MOVE "ORDER"       TO print-line(54:5).
           MOVE "PRODUCT"     TO print-line(61:7).
           MOVE "DESCRIPTION" TO print-line(73:11).
           MOVE "QTY"         TO print-line(116:3).
           MOVE "PICKED"      TO print-line(121:6).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           MOVE held-line TO print-line.
