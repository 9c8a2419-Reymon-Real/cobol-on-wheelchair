      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly reconciliation of the bank's statement   ***
      ***          against the receipts the intake recorded         ***
      *** UPDATE:  bank debits matched to the payments the bank     ***
      ***          returned                                         ***
      *****************************************************************
      *** Nightly batch step, after applypayments: proves the       ***
      *** bank's own end-of-day statement (data/bankstatement.txt)  ***
      *** agrees with what the payment intake recorded on           ***
      *** data/receipts.dat. Fixed layout, one record per line:     ***
      ***   type    1  O opening balance, T transaction, C closing  ***
      ***   date    8  CCYYMMDD                                     ***
      ***   sign    1  C credit (money in / balance in funds),      ***
      ***              D debit (money out / overdrawn)              ***
      ***   amount 13  9(11)V99                                     ***
      ***   ref    16  the bank's reference                         ***
      ***   text   40  the bank's narrative                         ***
      *** Every credit is matched to one receipt with the same bank ***
      *** reference and amount and the statement date as its value  ***
      *** date - applied or rejected alike, since either way the    ***
      *** money arrived. Every debit is likewise matched to one     ***
      *** payment the returns intake took back (receipt status X)   ***
      *** with the same reference and amount, returned by the bank  ***
      *** on the statement date. The report                         ***
      *** (data/bankrecon-CCYYMMDD.prn, one per statement date so   ***
      *** month-end can point at each day) lists the bank credits   ***
      *** nothing matched, the bank debits the intakes never        ***
      *** raised, the receipts and returns the bank doesn't show,   ***
      *** and two differences: the statement's own arithmetic       ***
      *** (opening + credits - debits against the stated closing)   ***
      *** and the bank's credits against our receipts. It ends      ***
      *** RECONCILED only when every item on both sides is matched  ***
      *** and both differences are zero, and is registered in the   ***
      *** report spool either way. The consumed statement is moved  ***
      *** aside to data/bankstatement.prev.                         ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bankrecon.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "rcpdef.cbl".

           SELECT statement-file
               ASSIGN TO "data/bankstatement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statement-file-status.

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD statement-file.
       01 statement-line.
          05 BS-TYPE   PIC X(1).
          05 BS-DATE   PIC X(8).
          05 BS-SIGN   PIC X(1).
          05 BS-AMOUNT PIC 9(11)V99.
          05 BS-REF    PIC X(16).
          05 BS-TEXT   PIC X(40).

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 receipts-file-status  PIC X(2).
       77 statement-file-status PIC X(2).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(64) VALUE SPACES.
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).
       77 stmt-date      PIC X(8) VALUE SPACES.
       77 opening-seen   PIC X(01) VALUE "N".
       77 closing-seen   PIC X(01) VALUE "N".
       77 opening-bal    PIC S9(13)V99 VALUE 0.
       77 closing-bal    PIC S9(13)V99 VALUE 0.
       77 computed-bal   PIC S9(13)V99 VALUE 0.
       77 stmt-diff      PIC S9(13)V99 VALUE 0.
       77 intake-diff    PIC S9(13)V99 VALUE 0.
       77 bank-credits   PIC 9(13)V99 VALUE 0.
       77 bank-debits    PIC 9(13)V99 VALUE 0.
       77 receipt-total  PIC 9(13)V99 VALUE 0.
       77 matched-total  PIC 9(13)V99 VALUE 0.

       77 matched-count     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 unmatched-bank    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 unmatched-ours    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 bad-line-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 report-lines      PIC 9(7) VALUE 0.

      *** The statement date's receipts, each matched at most once. ***
       78 rcp-table-max VALUE 1000.
       01 rcp-table.
          05 rcp-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 rcp-entries OCCURS 1000 TIMES.
             10 rt-no      PIC 9(10).
             10 rt-cust    PIC X(10).
             10 rt-ref     PIC X(16).
             10 rt-amount  PIC 9(9)V99.
             10 rt-status  PIC X(1).
             10 rt-matched PIC X(1).
       77 rt-ctr   PIC 9(4) USAGE COMP-5.
       77 rt-hit   PIC 9(4) USAGE COMP-5.

      *** The payments returned on the statement date, each matched ***
      *** at most once to a bank debit.                             ***
       78 ret-table-max VALUE 500.
       01 ret-table.
          05 ret-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 ret-entries OCCURS 500 TIMES.
             10 xt-no      PIC 9(10).
             10 xt-cust    PIC X(10).
             10 xt-ref     PIC X(16).
             10 xt-amount  PIC 9(9)V99.
             10 xt-matched PIC X(1).
       77 xt-ctr   PIC 9(4) USAGE COMP-5.
       77 xt-hit   PIC 9(4) USAGE COMP-5.

      *** Bank items nothing matched, held until the report is      ***
      *** written so each list prints under its own heading.        ***
       78 miss-table-max VALUE 500.
       01 miss-table.
          05 miss-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 miss-entries OCCURS 500 TIMES.
             10 ms-sign   PIC X(1).
             10 ms-ref    PIC X(16).
             10 ms-amount PIC 9(11)V99.
             10 ms-text   PIC X(40).
       77 ms-ctr PIC 9(4) USAGE COMP-5.

       77 archive-command PIC X(120).

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 count-disp       PIC Z(5)9.
       77 rcp-no-disp      PIC Z(9)9.

       01 item-line.
          05 il-label   PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 il-ref     PIC X(16).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 il-cust    PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 il-amount  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 il-text    PIC X(40).

       01 total-line.
          05 tl-label   PIC X(40).
          05 tl-amount  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-bankrecon.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           OPEN INPUT statement-file.
           IF statement-file-status NOT = "00"
               DISPLAY "bankrecon: no bank statement tonight."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM find-statement-date.

           IF stmt-date = SPACES
               CLOSE statement-file
               DISPLAY "bankrecon: the statement has no dated "
                   "records."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-receipts.
           PERFORM match-statement-lines.
           CLOSE statement-file.

           PERFORM work-out-differences.
           PERFORM write-reconciliation.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "bankrecon" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

      *** Consumed: move the statement aside, same as the payments  ***
      *** file, so tomorrow can't reconcile today's twice.          ***
           MOVE SPACES TO archive-command.
           STRING "mv data/bankstatement.txt data/bankstatement.prev"
               DELIMITED BY SIZE INTO archive-command
           END-STRING.
           CALL "SYSTEM" USING archive-command END-CALL.

           DISPLAY "bankrecon: " matched-count " matched, "
               unmatched-bank " bank item(s) and " unmatched-ours
               " receipt(s) unmatched.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** The statement's date comes off its first dated record;    ***
      *** the file is then reread from the top for the matching.    ***
      *****************************************************************
       find-statement-date.

           READ statement-file
               AT END MOVE "10" TO statement-file-status
           END-READ.
           PERFORM UNTIL statement-file-status NOT = "00"
               OR stmt-date NOT = SPACES
               IF BS-DATE IS NUMERIC
                   MOVE BS-DATE TO stmt-date
               END-IF
               READ statement-file
                   AT END MOVE "10" TO statement-file-status
               END-READ
           END-PERFORM.

           CLOSE statement-file.
           OPEN INPUT statement-file.

      *****************************************************************
      *** Every receipt valued on the statement date is a candidate ***
      *** for one bank credit.                                      ***
      *****************************************************************
       load-receipts.

           MOVE 0 TO rcp-count.

           OPEN INPUT receipts-file.
           IF receipts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ receipts-file NEXT RECORD
               AT END MOVE "10" TO receipts-file-status
           END-READ.
           PERFORM UNTIL receipts-file-status NOT = "00"
               IF RCP-VALUE-DATE = stmt-date
                   IF rcp-count < rcp-table-max
                       ADD 1 TO rcp-count
                       MOVE RCP-NO      TO rt-no(rcp-count)
                       MOVE RCP-CUST-ID TO rt-cust(rcp-count)
                       MOVE RCP-BANK-REF TO rt-ref(rcp-count)
                       MOVE RCP-AMOUNT  TO rt-amount(rcp-count)
                       MOVE RCP-STATUS  TO rt-status(rcp-count)
                       MOVE "N"         TO rt-matched(rcp-count)
                   END-IF
                   ADD RCP-AMOUNT TO receipt-total
               END-IF
               IF RCP-STATUS = "X" AND RCP-RETURN-VALUE = stmt-date
                  AND ret-count < ret-table-max
                   ADD 1 TO ret-count
                   MOVE RCP-NO       TO xt-no(ret-count)
                   MOVE RCP-CUST-ID  TO xt-cust(ret-count)
                   MOVE RCP-BANK-REF TO xt-ref(ret-count)
                   MOVE RCP-RETURNED TO xt-amount(ret-count)
                   MOVE "N"          TO xt-matched(ret-count)
               END-IF
               READ receipts-file NEXT RECORD
                   AT END MOVE "10" TO receipts-file-status
               END-READ
           END-PERFORM.

           CLOSE receipts-file.

       match-statement-lines.

           READ statement-file
               AT END MOVE "10" TO statement-file-status
           END-READ.
           PERFORM UNTIL statement-file-status NOT = "00"
               IF FUNCTION TRIM(statement-line) NOT = SPACES
                   PERFORM take-one-statement-line
               END-IF
               READ statement-file
                   AT END MOVE "10" TO statement-file-status
               END-READ
           END-PERFORM.

       take-one-statement-line.

           IF BS-AMOUNT NOT NUMERIC
              OR (BS-SIGN NOT = "C" AND BS-SIGN NOT = "D")
               ADD 1 TO bad-line-count
               EXIT PARAGRAPH
           END-IF.

           EVALUATE BS-TYPE
               WHEN "O"
                   MOVE "Y" TO opening-seen
                   IF BS-SIGN = "C"
                       MOVE BS-AMOUNT TO opening-bal
                   ELSE
                       COMPUTE opening-bal = 0 - BS-AMOUNT
                   END-IF
               WHEN "C"
                   MOVE "Y" TO closing-seen
                   IF BS-SIGN = "C"
                       MOVE BS-AMOUNT TO closing-bal
                   ELSE
                       COMPUTE closing-bal = 0 - BS-AMOUNT
                   END-IF
               WHEN "T"
                   IF BS-SIGN = "C"
                       ADD BS-AMOUNT TO bank-credits
                       PERFORM match-one-credit
                   ELSE
                       ADD BS-AMOUNT TO bank-debits
                       PERFORM match-one-debit
                   END-IF
               WHEN OTHER
                   ADD 1 TO bad-line-count
           END-EVALUATE.

      *** Same reference, same amount, not already claimed.         ***
       match-one-credit.

           MOVE 0 TO rt-hit.
           PERFORM VARYING rt-ctr FROM 1 BY 1
                   UNTIL rt-ctr > rcp-count
                   OR rt-hit > 0
               IF rt-matched(rt-ctr) = "N"
                  AND rt-ref(rt-ctr) = BS-REF
                  AND rt-amount(rt-ctr) = BS-AMOUNT
                   MOVE rt-ctr TO rt-hit
               END-IF
           END-PERFORM.

           IF rt-hit > 0
               MOVE "Y" TO rt-matched(rt-hit)
               ADD 1 TO matched-count
               ADD BS-AMOUNT TO matched-total
           ELSE
               PERFORM hold-unmatched-item
           END-IF.

      *** A debit is a returned payment's, or nothing we raised.    ***
       match-one-debit.

           MOVE 0 TO xt-hit.
           PERFORM VARYING xt-ctr FROM 1 BY 1
                   UNTIL xt-ctr > ret-count
                   OR xt-hit > 0
               IF xt-matched(xt-ctr) = "N"
                  AND xt-ref(xt-ctr) = BS-REF
                  AND xt-amount(xt-ctr) = BS-AMOUNT
                   MOVE xt-ctr TO xt-hit
               END-IF
           END-PERFORM.

           IF xt-hit > 0
               MOVE "Y" TO xt-matched(xt-hit)
               ADD 1 TO matched-count
           ELSE
               PERFORM hold-unmatched-item
           END-IF.

       hold-unmatched-item.

           ADD 1 TO unmatched-bank.
           IF miss-count < miss-table-max
               ADD 1 TO miss-count
               MOVE BS-SIGN   TO ms-sign(miss-count)
               MOVE BS-REF    TO ms-ref(miss-count)
               MOVE BS-AMOUNT TO ms-amount(miss-count)
               MOVE BS-TEXT   TO ms-text(miss-count)
           END-IF.

       work-out-differences.

           COMPUTE computed-bal = opening-bal + bank-credits
               - bank-debits.
           COMPUTE stmt-diff = closing-bal - computed-bal.
           COMPUTE intake-diff = bank-credits - receipt-total.

           MOVE 0 TO unmatched-ours.
           PERFORM VARYING rt-ctr FROM 1 BY 1
                   UNTIL rt-ctr > rcp-count
               IF rt-matched(rt-ctr) = "N"
                   ADD 1 TO unmatched-ours
               END-IF
           END-PERFORM.
           PERFORM VARYING xt-ctr FROM 1 BY 1
                   UNTIL xt-ctr > ret-count
               IF xt-matched(xt-ctr) = "N"
                   ADD 1 TO unmatched-ours
               END-IF
           END-PERFORM.

      *****************************************************************
      *** The report: the unmatched lists first, since they are the ***
      *** work, then the balances and the verdict.                  ***
      *****************************************************************
       write-reconciliation.

           MOVE SPACES TO print-file-name.
           STRING "data/bankrecon-" DELIMITED BY SIZE
                  stmt-date         DELIMITED BY SIZE
                  ".prn"            DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE SPACES TO print-line.
           MOVE "BANK CREDITS NOT MATCHED TO A RECEIPT" TO print-line.
           PERFORM print-report-line.
           PERFORM VARYING ms-ctr FROM 1 BY 1
                   UNTIL ms-ctr > miss-count
               IF ms-sign(ms-ctr) = "C"
                   PERFORM print-bank-item
               END-IF
           END-PERFORM.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "BANK DEBITS NOT MATCHED TO A RETURNED PAYMENT"
               TO print-line.
           PERFORM print-report-line.
           PERFORM VARYING ms-ctr FROM 1 BY 1
                   UNTIL ms-ctr > miss-count
               IF ms-sign(ms-ctr) = "D"
                   PERFORM print-bank-item
               END-IF
           END-PERFORM.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "RECEIPTS NOT ON THE BANK STATEMENT" TO print-line.
           PERFORM print-report-line.
           PERFORM VARYING rt-ctr FROM 1 BY 1
                   UNTIL rt-ctr > rcp-count
               IF rt-matched(rt-ctr) = "N"
                   PERFORM print-receipt-item
               END-IF
           END-PERFORM.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "RETURNED PAYMENTS NOT ON THE BANK STATEMENT"
               TO print-line.
           PERFORM print-report-line.
           PERFORM VARYING xt-ctr FROM 1 BY 1
                   UNTIL xt-ctr > ret-count
               IF xt-matched(xt-ctr) = "N"
                   PERFORM print-return-item
               END-IF
           END-PERFORM.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE "opening balance" TO tl-label.
           MOVE opening-bal TO tl-amount.
           PERFORM print-total-line.
           MOVE "plus credits" TO tl-label.
           MOVE bank-credits TO tl-amount.
           PERFORM print-total-line.
           MOVE "less debits" TO tl-label.
           MOVE bank-debits TO tl-amount.
           PERFORM print-total-line.
           MOVE "computed closing balance" TO tl-label.
           MOVE computed-bal TO tl-amount.
           PERFORM print-total-line.
           MOVE "closing balance per bank" TO tl-label.
           MOVE closing-bal TO tl-amount.
           PERFORM print-total-line.
           MOVE "statement difference" TO tl-label.
           MOVE stmt-diff TO tl-amount.
           PERFORM print-total-line.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE "credits per bank" TO tl-label.
           MOVE bank-credits TO tl-amount.
           PERFORM print-total-line.
           MOVE "receipts recorded by the intake" TO tl-label.
           MOVE receipt-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "difference" TO tl-label.
           MOVE intake-diff TO tl-amount.
           PERFORM print-total-line.
           MOVE "matched" TO tl-label.
           MOVE matched-total TO tl-amount.
           PERFORM print-total-line.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           IF opening-seen NOT = "Y" OR closing-seen NOT = "Y"
               MOVE "the statement is missing its opening or closing "
                   & "balance record" TO print-line
               PERFORM print-report-line
           END-IF.

           IF bad-line-count > 0
               MOVE bad-line-count TO count-disp
               MOVE SPACES TO print-line
               STRING FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                      " statement line(s) could not be read"
                                                 DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM print-report-line
           END-IF.

           MOVE SPACES TO print-line.
           IF unmatched-bank = 0 AND unmatched-ours = 0
              AND stmt-diff = 0 AND intake-diff = 0
              AND opening-seen = "Y" AND closing-seen = "Y"
              AND bad-line-count = 0
               MOVE "==== RESULT: RECONCILED ====" TO print-line
           ELSE
               MOVE "==== RESULT: NOT RECONCILED ====" TO print-line
           END-IF.
           PERFORM print-report-line.

           CLOSE print-file.

       print-bank-item.

           MOVE SPACES TO item-line.
           IF ms-sign(ms-ctr) = "C"
               MOVE "CREDIT" TO il-label
           ELSE
               MOVE "DEBIT" TO il-label
           END-IF.
           MOVE ms-ref(ms-ctr)    TO il-ref.
           MOVE SPACES            TO il-cust.
           MOVE ms-amount(ms-ctr) TO il-amount.
           MOVE ms-text(ms-ctr)   TO il-text.
           MOVE item-line TO print-line.
           PERFORM print-report-line.

       print-receipt-item.

           MOVE SPACES TO item-line.
           MOVE rt-no(rt-ctr) TO rcp-no-disp.
           MOVE FUNCTION TRIM(rcp-no-disp) TO il-label.
           MOVE rt-ref(rt-ctr)    TO il-ref.
           MOVE rt-cust(rt-ctr)   TO il-cust.
           MOVE rt-amount(rt-ctr) TO il-amount.
           IF rt-status(rt-ctr) = "R"
               MOVE "rejected by the intake" TO il-text
           ELSE
               MOVE "applied by the intake" TO il-text
           END-IF.
           MOVE item-line TO print-line.
           PERFORM print-report-line.

       print-return-item.

           MOVE SPACES TO item-line.
           MOVE xt-no(xt-ctr) TO rcp-no-disp.
           MOVE FUNCTION TRIM(rcp-no-disp) TO il-label.
           MOVE xt-ref(xt-ctr)    TO il-ref.
           MOVE xt-cust(xt-ctr)   TO il-cust.
           MOVE xt-amount(xt-ctr) TO il-amount.
           MOVE "returned by the returns intake" TO il-text.
           MOVE item-line TO print-line.
           PERFORM print-report-line.

       print-total-line.

           MOVE SPACES TO print-line.
           MOVE total-line TO print-line.
           PERFORM print-report-line.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere - same  ***
      *** shape as the aging report.                                ***
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

           MOVE SPACES TO print-line.
           STRING "BANK RECONCILIATION"         DELIMITED BY SIZE
                  "     STATEMENT DATE "        DELIMITED BY SIZE
                  stmt-date(1:4)                DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  stmt-date(5:2)                DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  stmt-date(7:2)                DELIMITED BY SIZE
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
           MOVE "ITEM"      TO print-line(1:4).
           MOVE "BANK REF"  TO print-line(13:8).
           MOVE "CUSTOMER"  TO print-line(31:8).
           MOVE "AMOUNT"    TO print-line(55:6).
           MOVE "NARRATIVE" TO print-line(63:9).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
