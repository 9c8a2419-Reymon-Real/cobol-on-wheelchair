      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  invoice due date from the customer's payment     ***
      ***          terms                                            ***
      *****************************************************************
      *** Works out when an invoice dated gd-from-date (CCYYMMDD)   ***
      *** falls due on the payment terms handed in: "N" net, due    ***
      *** gd-terms-days after the invoice date; "E" end of month    ***
      *** plus gd-terms-days, counted from the last day of the      ***
      *** invoice month. Terms of spaces are the configured default ***
      *** (TERMSDAYS, 30 when absent; TERMSEOM 1 makes it end of    ***
      *** month) and come back resolved, so the caller can stamp    ***
      *** the terms actually used beside the date. A due date that  ***
      *** lands on a Saturday, a Sunday or a day on                 ***
      *** data/holidays.txt rolls forward to the next working day - ***
      *** the same calendar nightlyrun keeps. The holiday list and  ***
      *** the defaults are read on the first call of a run and kept ***
      *** for the rest of it, a billing run asking once an invoice. ***
      *** An invoice date that isn't a date gives spaces back.      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getduedate.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT holidays-file
               ASSIGN TO "data/holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS holidays-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD holidays-file.
       01 holiday-line PIC X(20).

       WORKING-STORAGE SECTION.
       77 holidays-file-status PIC X(2).

       77 dd-loaded       PIC X(01) VALUE "N".
       77 dd-default-days PIC 9(12) VALUE 30.
       77 dd-default-eom  PIC 9(12) VALUE 0.
       77 cfg-key-name    PIC X(30).
       77 cfg-default     PIC 9(12).

       01 dd-holidays.
          05 dd-holiday-count PIC 9(3) VALUE 0.
          05 dd-holiday PIC X(8) OCCURS 200 TIMES.
       77 dd-hol-ctr      PIC 9(3).

       77 dd-base-int     PIC 9(8).
       77 dd-due-int      PIC 9(8).
       77 dd-next-month   PIC 9(8).
       77 dd-year         PIC 9(4).
       77 dd-month        PIC 9(2).
       77 dd-dow          PIC 9(1).
       77 dd-closed       PIC X(01).
       77 dd-date8        PIC X(8).

       LINKAGE SECTION.
       77 gd-from-date  PIC X(8).
       77 gd-terms-type PIC X(1).
       77 gd-terms-days PIC 9(3).
       77 gd-due-date   PIC X(8).

       PROCEDURE DIVISION USING gd-from-date gd-terms-type
           gd-terms-days gd-due-date.

       start-getduedate.

           MOVE SPACES TO gd-due-date.

           IF dd-loaded NOT = "Y"
               PERFORM load-terms-calendar
               MOVE "Y" TO dd-loaded
           END-IF.

           IF gd-terms-type NOT = "N" AND gd-terms-type NOT = "E"
               IF dd-default-eom = 1
                   MOVE "E" TO gd-terms-type
               ELSE
                   MOVE "N" TO gd-terms-type
               END-IF
               MOVE dd-default-days TO gd-terms-days
           END-IF.
           IF gd-terms-days IS NOT NUMERIC
               MOVE 0 TO gd-terms-days
           END-IF.

           IF gd-from-date IS NOT NUMERIC
               GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
               gd-from-date)) NOT = 0
               GOBACK
           END-IF.

           COMPUTE dd-base-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(gd-from-date)).

      *** End of month: the day before the first of the next month. ***
           IF gd-terms-type = "E"
               MOVE gd-from-date(1:4) TO dd-year
               MOVE gd-from-date(5:2) TO dd-month
               IF dd-month = 12
                   ADD 1 TO dd-year
                   MOVE 1 TO dd-month
               ELSE
                   ADD 1 TO dd-month
               END-IF
               COMPUTE dd-next-month = dd-year * 10000
                   + dd-month * 100 + 1
               COMPUTE dd-base-int = FUNCTION INTEGER-OF-DATE(
                   dd-next-month) - 1
           END-IF.

           COMPUTE dd-due-int = dd-base-int + gd-terms-days.

           PERFORM check-closed-day.
           PERFORM UNTIL dd-closed = "N"
               ADD 1 TO dd-due-int
               PERFORM check-closed-day
           END-PERFORM.

           MOVE dd-date8 TO gd-due-date.

           GOBACK.

      *** Is dd-due-int a weekend (the proleptic day count's day 1  ***
      *** was a Monday) or on the holiday list?                     ***
       check-closed-day.

           MOVE FUNCTION DATE-OF-INTEGER(dd-due-int) TO dd-date8.
           COMPUTE dd-dow = FUNCTION MOD(dd-due-int, 7).

           MOVE "N" TO dd-closed.
           IF dd-dow = 0 OR dd-dow = 6
               MOVE "Y" TO dd-closed
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING dd-hol-ctr FROM 1 BY 1
                   UNTIL dd-hol-ctr > dd-holiday-count
                   OR dd-closed = "Y"
               IF dd-holiday(dd-hol-ctr) = dd-date8
                   MOVE "Y" TO dd-closed
               END-IF
           END-PERFORM.

      *****************************************************************
      *** The default terms and the holiday list, once a run.       ***
      *****************************************************************
       load-terms-calendar.

           MOVE "TERMSDAYS" TO cfg-key-name.
           MOVE 30 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               dd-default-days END-CALL.
           IF dd-default-days > 999
               MOVE 999 TO dd-default-days
           END-IF.

           MOVE "TERMSEOM" TO cfg-key-name.
           MOVE 0 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               dd-default-eom END-CALL.

           MOVE 0 TO dd-holiday-count.
           OPEN INPUT holidays-file.
           IF holidays-file-status = "00"
               READ holidays-file
                   AT END MOVE "10" TO holidays-file-status
               END-READ
               PERFORM UNTIL holidays-file-status NOT = "00"
                   OR dd-holiday-count >= 200
                   IF FUNCTION TRIM(holiday-line) NOT = SPACES
                       ADD 1 TO dd-holiday-count
                       MOVE FUNCTION TRIM(holiday-line)
                           TO dd-holiday(dd-holiday-count)
                   END-IF
                   READ holidays-file
                       AT END MOVE "10" TO holidays-file-status
                   END-READ
               END-PERFORM
               CLOSE holidays-file
           END-IF.
