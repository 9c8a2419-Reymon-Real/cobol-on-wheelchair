      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  monthly report of contract renewals due next     ***
      ***          quarter                                          ***
      *** UPDATE:  the customer's name is opened before it is shown ***
      *****************************************************************
      *** Month-end batch step (nightsched.txt runs it "monthend"): ***
      *** every active contract (contfld.cbl) whose end date falls  ***
      *** between the run date and the last day of the third month  ***
      *** after the run's own - run on the month's last night, the  ***
      *** next quarter - listed in end-date order with its          ***
      *** customer, type, the day its notice period opens, its      ***
      *** owner, whether the owner has been reminded yet and its    ***
      *** value, subtotalled by month of expiry and totalled at the ***
      *** end. A contract whose notice period has already opened    ***
      *** and hasn't been reminded is marked, so a reminder the     ***
      *** nightly step couldn't send shows up here. Values are the  ***
      *** home currency, as the contracts carry them.               ***
      *** Each trading company (data/companies.txt) gets its own    ***
      *** report, by the company of the contract's customer:        ***
      *** data/contractrenewals.prn for the home company and        ***
      *** data/contractrenewals-<code>.prn for any other, each      ***
      *** registered in the report spool.                           ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. contractrenewals.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "contdef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD contracts-file.
       01 contract-record.
           COPY "contfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 contracts-file-status PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(60) VALUE SPACES.
       77 cfs-failed            PIC X(01).
       77 print-failed          PIC X(01) VALUE "N".

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).
       77 run-date-int   PIC 9(8) VALUE 0.
       77 horizon-date   PIC X(8).
       77 horizon-year   PIC 9(4).
       77 horizon-month  PIC 9(2).
       77 horizon-next   PIC 9(8).
       77 horizon-int    PIC 9(8).
       77 notice-int     PIC 9(8).
       77 notice-date    PIC 9(8).

      *** One trading company's report.                             ***
       77 cr-co-seq      PIC 9(2) VALUE 0.
       77 cr-co-found    PIC X(01) VALUE "Y".
       01 cr-company.
           COPY "cofld.cbl".
       77 co-match-code  PIC X(4).
       77 co-match       PIC X(01).

      *****************************************************************
      *** The company's renewals, gathered off the contracts and    ***
      *** then put in end-date order.                               ***
      *****************************************************************
       78 RN-MAX VALUE 2000.
       01 renewal-table.
          05 rn-count PIC 9(5) USAGE COMP-5 VALUE 0.
          05 rn-entry OCCURS 2000 TIMES.
             10 rn-end      PIC X(8).
             10 rn-cust     PIC X(10).
             10 rn-name     PIC X(30).
             10 rn-no       PIC 9(10).
             10 rn-type     PIC X(12).
             10 rn-notice   PIC X(8).
             10 rn-owner    PIC X(20).
             10 rn-reminded PIC X(8).
             10 rn-value    PIC 9(11)V99.
       01 rn-swap           PIC X(119).
       77 rn-ctr            PIC 9(5) USAGE COMP-5.
       77 rn-pass           PIC 9(5) USAGE COMP-5.
       77 rn-swapped        PIC X(01).
       77 rn-skipped        PIC 9(5) USAGE COMP-5 VALUE 0.

       77 month-key         PIC X(6).
       77 month-amount      PIC 9(13)V99 VALUE 0.
       77 month-count       PIC 9(7) VALUE 0.
       77 total-amount      PIC 9(13)V99 VALUE 0.
       77 total-count       PIC 9(7) VALUE 0.
       77 late-count        PIC 9(7) VALUE 0.
       77 report-count      PIC 9(3) VALUE 0.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).
       77 count-disp       PIC Z(6)9.
       77 skipped-disp     PIC Z(4)9.
       77 amount-disp      PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 renewal-line.
          05 rl-end      PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-name     PIC X(24).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-no       PIC Z(9)9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-type     PIC X(12).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-notice   PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 rl-owner    PIC X(16).
          05 FILLER      PIC X(1) VALUE SPACES.
          05 rl-reminded PIC X(3).
          05 FILLER      PIC X(1) VALUE SPACES.
          05 rl-value    PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 date-fields.
          05 date-in     PIC X(8).
          05 date-out    PIC X(10).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-contractrenewals.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

      *** The horizon: the day before the first of the fourth month ***
      *** after the run's own.                                      ***
           MOVE run-date(1:4) TO horizon-year.
           MOVE run-date(5:2) TO horizon-month.
           ADD 4 TO horizon-month.
           IF horizon-month > 12
               SUBTRACT 12 FROM horizon-month
               ADD 1 TO horizon-year
           END-IF.
           COMPUTE horizon-next = horizon-year * 10000
               + horizon-month * 100 + 1.
           COMPUTE horizon-int = FUNCTION INTEGER-OF-DATE(
               horizon-next) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(horizon-int) TO horizon-date.

           OPEN INPUT contracts-file.
           IF contracts-file-status NOT = "00"
               DISPLAY "contractrenewals: no contracts dataset, "
                   "no report."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT customers-file.

           PERFORM VARYING cr-co-seq FROM 1 BY 1
                   UNTIL cr-co-found NOT = "Y" OR cr-co-seq > 98
               MOVE SPACES TO cr-company
               CALL "getcompany" USING cr-co-seq cr-company
                   cr-co-found END-CALL
               IF cr-co-found = "Y"
                   PERFORM report-one-company
               END-IF
           END-PERFORM.

           CLOSE contracts-file.
           IF customers-file-status = "00"
              OR customers-file-status = "23"
               CLOSE customers-file
           END-IF.

           DISPLAY "contractrenewals: " report-count " report(s), "
               "renewals to " horizon-date ".".

           IF print-failed = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *****************************************************************
      *** One company's renewals: gathered, ordered, printed.       ***
      *****************************************************************
       report-one-company.

           MOVE SPACES TO print-file-name.
           STRING "data/contractrenewals" DELIMITED BY SIZE
                  CO-FILE-TAG             DELIMITED BY SPACE
                  ".prn"                  DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE "Y" TO print-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO rn-count rn-skipped total-amount total-count
               late-count page-number report-lines.
           MOVE 99 TO lines-on-page.

           MOVE LOW-VALUES TO CON-KEY.
           MOVE "00" TO contracts-file-status.
           START contracts-file KEY NOT < CON-KEY
               INVALID KEY MOVE "10" TO contracts-file-status
           END-START.
           IF contracts-file-status = "00"
               READ contracts-file NEXT RECORD
                   AT END MOVE "10" TO contracts-file-status
               END-READ
           END-IF.
           PERFORM UNTIL contracts-file-status NOT = "00"
               IF CON-STATUS = "A"
                  AND CON-END IS NUMERIC
                  AND CON-END NOT < run-date
                  AND CON-END NOT > horizon-date
                   PERFORM gather-one-contract
               END-IF
               READ contracts-file NEXT RECORD
                   AT END MOVE "10" TO contracts-file-status
               END-READ
           END-PERFORM.

           PERFORM order-renewals.
           PERFORM print-renewals.

           CLOSE print-file.
           ADD 1 TO report-count.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "contractrenewals" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

      *** The contract's customer decides its company; a contract   ***
      *** on a customer no longer on file goes with the home one.   ***
       gather-one-contract.

           MOVE SPACES TO co-match-code.
           MOVE CON-CUST-ID TO CUST-NAME.
           IF customers-file-status = "00"
              OR customers-file-status = "23"
               MOVE CON-CUST-ID TO CUST-ID
               READ customers-file
                   INVALID KEY
                       MOVE CON-CUST-ID TO CUST-NAME
                       MOVE SPACES TO CUST-COMPANY
                   NOT INVALID KEY
                       CALL "custcrypt" USING "O" customer-record
                           open-result END-CALL
               END-READ
               MOVE CUST-COMPANY TO co-match-code
           END-IF.
           PERFORM check-company-match.
           IF co-match NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF rn-count >= RN-MAX
               ADD 1 TO rn-skipped
               EXIT PARAGRAPH
           END-IF.

           COMPUTE notice-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CON-END)) - CON-NOTICE-DAYS.
           COMPUTE notice-date = FUNCTION DATE-OF-INTEGER(notice-int).

           ADD 1 TO rn-count.
           MOVE CON-END         TO rn-end(rn-count).
           MOVE CON-CUST-ID     TO rn-cust(rn-count).
           MOVE CUST-NAME       TO rn-name(rn-count).
           MOVE CON-NO          TO rn-no(rn-count).
           MOVE CON-TYPE        TO rn-type(rn-count).
           MOVE notice-date     TO rn-notice(rn-count).
           MOVE CON-OWNER       TO rn-owner(rn-count).
           MOVE CON-NOTICE-SENT TO rn-reminded(rn-count).
           MOVE CON-VALUE       TO rn-value(rn-count).

       check-company-match.

           MOVE "N" TO co-match.
           IF co-match-code = CO-CODE
              OR (co-match-code = SPACES AND CO-HOME = "Y")
               MOVE "Y" TO co-match
           END-IF.

      *** End-date order, the same bubble pass custstatements uses  ***
      *** on its statement items.                                   ***
       order-renewals.

           MOVE "Y" TO rn-swapped.
           MOVE rn-count TO rn-pass.
           PERFORM UNTIL rn-swapped = "N" OR rn-pass < 2
               MOVE "N" TO rn-swapped
               PERFORM VARYING rn-ctr FROM 1 BY 1
                   UNTIL rn-ctr >= rn-pass
                   IF rn-end(rn-ctr) > rn-end(rn-ctr + 1)
                       PERFORM swap-renewals
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM rn-pass
           END-PERFORM.

       swap-renewals.

           MOVE rn-entry(rn-ctr) TO rn-swap.
           MOVE rn-entry(rn-ctr + 1) TO rn-entry(rn-ctr).
           MOVE rn-swap TO rn-entry(rn-ctr + 1).
           MOVE "Y" TO rn-swapped.

      *****************************************************************
      *** The renewals with a subtotal as each month of expiry      ***
      *** closes, then the company's total.                         ***
      *****************************************************************
       print-renewals.

           MOVE SPACES TO month-key.
           MOVE 0 TO month-amount month-count.

           PERFORM VARYING rn-ctr FROM 1 BY 1 UNTIL rn-ctr > rn-count
               IF rn-end(rn-ctr)(1:6) NOT = month-key
                   IF month-key NOT = SPACES
                       PERFORM print-month-total
                   END-IF
                   MOVE rn-end(rn-ctr)(1:6) TO month-key
               END-IF
               PERFORM print-one-renewal
           END-PERFORM.
           IF month-key NOT = SPACES
               PERFORM print-month-total
           END-IF.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE total-count TO count-disp.
           MOVE total-amount TO amount-disp.
           STRING "TOTAL RENEWALS DUE TO "          DELIMITED BY SIZE
                  horizon-date(1:4) "-" horizon-date(5:2) "-"
                  horizon-date(7:2)                 DELIMITED BY SIZE
                  ": "                              DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)         DELIMITED BY SIZE
                  " CONTRACT(S) WORTH "             DELIMITED BY SIZE
                  FUNCTION TRIM(amount-disp)        DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.

           IF late-count > 0
               MOVE late-count TO count-disp
               MOVE SPACES TO print-line
               STRING "  * "                        DELIMITED BY SIZE
                      FUNCTION TRIM(count-disp)     DELIMITED BY SIZE
                      " IN THEIR NOTICE PERIOD WITH NO REMINDER SENT"
                                                    DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM print-report-line
           END-IF.

           IF rn-skipped > 0
               MOVE rn-skipped TO skipped-disp
               MOVE SPACES TO print-line
               STRING "  "                          DELIMITED BY SIZE
                      FUNCTION TRIM(skipped-disp)   DELIMITED BY SIZE
                      " MORE CONTRACT(S) OVER THE REPORT'S TABLE "
                                                    DELIMITED BY SIZE
                      "NOT LISTED"                  DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM print-report-line
           END-IF.

       print-one-renewal.

           MOVE rn-end(rn-ctr) TO date-in.
           PERFORM edit-date.
           MOVE date-out TO rl-end.
           MOVE rn-cust(rn-ctr) TO rl-cust.
           MOVE rn-name(rn-ctr) TO rl-name.
           MOVE rn-no(rn-ctr) TO rl-no.
           MOVE rn-type(rn-ctr) TO rl-type.
           MOVE rn-notice(rn-ctr) TO date-in.
           PERFORM edit-date.
           MOVE date-out TO rl-notice.
           MOVE rn-owner(rn-ctr) TO rl-owner.
           EVALUATE TRUE
               WHEN rn-reminded(rn-ctr) NOT = SPACES
                   MOVE "YES" TO rl-reminded
               WHEN rn-notice(rn-ctr) NOT > run-date
                   MOVE "*" TO rl-reminded
                   ADD 1 TO late-count
               WHEN OTHER
                   MOVE SPACES TO rl-reminded
           END-EVALUATE.
           MOVE rn-value(rn-ctr) TO rl-value.
           MOVE renewal-line TO print-line.
           PERFORM print-report-line.

           ADD rn-value(rn-ctr) TO month-amount total-amount.
           ADD 1 TO month-count total-count.

       print-month-total.

           MOVE month-count TO count-disp.
           MOVE month-amount TO amount-disp.
           MOVE SPACES TO print-line.
           STRING "  ENDING "                      DELIMITED BY SIZE
                  month-key(1:4) "-" month-key(5:2) DELIMITED BY SIZE
                  ": "                             DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)        DELIMITED BY SIZE
                  " CONTRACT(S) WORTH "            DELIMITED BY SIZE
                  FUNCTION TRIM(amount-disp)       DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.
           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE 0 TO month-amount month-count.

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
           STRING "CONTRACT RENEWALS DUE "        DELIMITED BY SIZE
                  CO-NAME                        DELIMITED BY "  "
                  "     RUN DATE "               DELIMITED BY SIZE
                  date-out                       DELIMITED BY SIZE
                  "     PAGE "                   DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "ENDS"        TO print-line(1:4).
           MOVE "CUSTOMER"    TO print-line(13:8).
           MOVE "NAME"        TO print-line(25:4).
           MOVE "CONTRACT"    TO print-line(53:8).
           MOVE "TYPE"        TO print-line(63:4).
           MOVE "NOTICE FROM" TO print-line(77:11).
           MOVE "OWNER"       TO print-line(89:5).
           MOVE "RMD"         TO print-line(106:3).
           MOVE "VALUE"       TO print-line(122:5).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           ADD 3 TO report-lines.
           MOVE held-line TO print-line.
