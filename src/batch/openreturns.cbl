      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly open-returns report                      ***
      *** UPDATE:  the customer is opened before the name is listed ***
      *****************************************************************
      *** Nightly batch step: every return authorization issued on  ***
      *** /admin/returns and still waiting for its goods (RMA-      ***
      *** STATUS "A") once it is more than RMAOPENDAYS days old     ***
      *** (runtime config, 14 when absent) - the returns to chase   ***
      *** or refuse. Oldest authorization first, with the customer, ***
      *** the order and units it covers, and how many days it has   ***
      *** been out.                                                 ***
      *** Written to data/openreturns-CCYYMMDD.prn, page-headed the ***
      *** same way the other reports are, and registered in the     ***
      *** report spool.                                             ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. openreturns.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "rmadef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD rmas-file.
       01 rma-record.
           COPY "rmafld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 rmas-file-status      PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).
       77 run-date-int   PIC 9(8) VALUE 0.
       77 auth-date-int  PIC 9(8) VALUE 0.
       77 days-out       PIC S9(8) VALUE 0.
       77 open-days      PIC 9(5) VALUE 14.

       77 cfg-key-name     PIC X(30).
       77 cfg-default      PIC 9(12).
       77 cfg-result       PIC 9(12).

      *** Overdue authorizations, kept oldest first as they are     ***
      *** loaded (an insertion into the sorted table).              ***
       78 OR-MAX VALUE 2000.
       77 or-count       PIC 9(5) USAGE COMP-5 VALUE 0.
       77 or-skipped     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 or-pos         PIC 9(5) USAGE COMP-5.
       77 or-ctr         PIC 9(5) USAGE COMP-5.
       01 or-new.
          05 on-sort-key.
             10 on-auth-date PIC X(8).
             10 on-rma-no    PIC X(10).
          05 on-cust-id   PIC X(10).
          05 on-ord-no    PIC 9(10).
          05 on-prod-code PIC X(10).
          05 on-qty       PIC 9(5).
          05 on-days      PIC 9(5).
          05 on-reason    PIC X(40).
       01 or-table.
          05 or-entry OCCURS 2000 TIMES.
             10 or-sort-key.
                15 or-auth-date PIC X(8).
                15 or-rma-no    PIC X(10).
             10 or-cust-id   PIC X(10).
             10 or-ord-no    PIC 9(10).
             10 or-prod-code PIC X(10).
             10 or-qty       PIC 9(5).
             10 or-days      PIC 9(5).
             10 or-reason    PIC X(40).

       77 total-units    PIC 9(9) USAGE COMP-5 VALUE 0.
       77 open-count     PIC 9(7) USAGE COMP-5 VALUE 0.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).
       77 open-days-disp   PIC Z(4)9.

       01 return-line.
          05 rl-rma      PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-name     PIC X(24).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-order    PIC Z(9)9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-prod     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-qty      PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-auth     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-days     PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-reason   PIC X(30).

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

       start-openreturns.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

           MOVE "RMAOPENDAYS" TO cfg-key-name.
           MOVE 14 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result > 0 AND cfg-result < 100000
               MOVE cfg-result TO open-days
           END-IF.

           MOVE SPACES TO print-file-name.
           STRING "data/openreturns-" DELIMITED BY SIZE
                  run-date            DELIMITED BY SIZE
                  ".prn"              DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           PERFORM load-open-returns.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           IF or-count = 0
               MOVE "no return authorization is overdue" TO print-line
               PERFORM print-report-line
           END-IF.

           OPEN INPUT customers-file.
           PERFORM VARYING or-ctr FROM 1 BY 1 UNTIL or-ctr > or-count
               PERFORM print-return-line
           END-PERFORM.
           CLOSE customers-file.

           PERFORM write-run-totals.

           CLOSE print-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "openreturns" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "openreturns: " or-count " overdue of " open-count
               " authorized, " or-skipped
               " over the table size left off.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** Every authorization still waiting for goods; those out    ***
      *** longer than the allowance go into the table, oldest first.***
      *****************************************************************
       load-open-returns.

           OPEN INPUT rmas-file.
           IF rmas-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ rmas-file NEXT RECORD
               AT END MOVE "10" TO rmas-file-status
           END-READ.
           PERFORM UNTIL rmas-file-status NOT = "00"
               IF RMA-STATUS = "A"
                   ADD 1 TO open-count
                   PERFORM check-one-authorization
               END-IF
               READ rmas-file NEXT RECORD
                   AT END MOVE "10" TO rmas-file-status
               END-READ
           END-PERFORM.

           CLOSE rmas-file.

       check-one-authorization.

           IF RMA-AUTH-DATE IS NOT NUMERIC
               MOVE open-days TO days-out
               ADD 1 TO days-out
           ELSE
               COMPUTE auth-date-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RMA-AUTH-DATE))
               COMPUTE days-out = run-date-int - auth-date-int
           END-IF.

           IF days-out NOT > open-days
               EXIT PARAGRAPH
           END-IF.
           IF or-count >= OR-MAX
               ADD 1 TO or-skipped
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO or-new.
           MOVE RMA-AUTH-DATE TO on-auth-date.
           MOVE RMA-NO TO on-rma-no.
           MOVE RMA-CUST-ID TO on-cust-id.
           MOVE RMA-ORD-NO TO on-ord-no.
           MOVE RMA-PROD-CODE TO on-prod-code.
           MOVE RMA-QTY TO on-qty.
           IF days-out > 99999
               MOVE 99999 TO on-days
           ELSE
               MOVE days-out TO on-days
           END-IF.
           MOVE RMA-REASON TO on-reason.

      *** Shuffle the later keys up one place, then drop it in.     ***
           ADD 1 TO or-count.
           MOVE or-count TO or-pos.
           PERFORM UNTIL or-pos = 1
               OR or-sort-key(or-pos - 1) NOT > on-sort-key
               MOVE or-entry(or-pos - 1) TO or-entry(or-pos)
               SUBTRACT 1 FROM or-pos
           END-PERFORM.
           MOVE or-new TO or-entry(or-pos).

       print-return-line.

           ADD or-qty(or-ctr) TO total-units.

           MOVE SPACES TO return-line.
           MOVE or-rma-no(or-ctr) TO rl-rma.
           MOVE or-cust-id(or-ctr) TO rl-cust.
           MOVE or-cust-id(or-ctr) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "(not on file)" TO rl-name
               NOT INVALID KEY
                   CALL "custcrypt" USING "O" customer-record
                       open-result END-CALL
                   MOVE CUST-NAME TO rl-name
           END-READ.
           MOVE or-ord-no(or-ctr) TO rl-order.
           MOVE or-prod-code(or-ctr) TO rl-prod.
           MOVE or-qty(or-ctr) TO rl-qty.
           MOVE or-auth-date(or-ctr) TO date-in.
           PERFORM edit-date.
           MOVE date-out TO rl-auth.
           MOVE or-days(or-ctr) TO rl-days.
           MOVE or-reason(or-ctr) TO rl-reason.
           MOVE return-line TO print-line.
           PERFORM print-report-line.

       write-run-totals.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO count-line.
           MOVE "authorizations overdue" TO cl-label.
           MOVE or-count TO cl-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           MOVE "units still to come back" TO cl-label.
           MOVE total-units TO cl-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           MOVE "authorizations open in all" TO cl-label.
           MOVE open-count TO cl-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           IF or-skipped > 0
               MOVE "overdue left off - over the table size"
                   TO cl-label
               MOVE or-skipped TO cl-count
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
           MOVE open-days TO open-days-disp.

           MOVE print-line TO held-line.
           MOVE run-date TO date-in.
           PERFORM edit-date.
           MOVE SPACES TO print-line.
           STRING "RETURNS AUTHORIZED, NOT RECEIVED AFTER "
                                                   DELIMITED BY SIZE
                  FUNCTION TRIM(open-days-disp)    DELIMITED BY SIZE
                  " DAYS"                          DELIMITED BY SIZE
                  "     RUN DATE "                 DELIMITED BY SIZE
                  date-out                         DELIMITED BY SIZE
                  "     PAGE "                     DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp)  DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "RETURN"      TO print-line(1:6).
           MOVE "CUSTOMER"    TO print-line(13:8).
           MOVE "NAME"        TO print-line(25:4).
           MOVE "ORDER"       TO print-line(56:5).
           MOVE "PRODUCT"     TO print-line(63:7).
           MOVE "QTY"         TO print-line(77:3).
           MOVE "AUTHORIZED"  TO print-line(82:10).
           MOVE "DAYS"        TO print-line(95:4).
           MOVE "REASON"      TO print-line(101:6).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           MOVE held-line TO print-line.
