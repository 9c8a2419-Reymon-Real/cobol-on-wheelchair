      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  weekly report of cases breaching their service   ***
      ***          level                                            ***
      *****************************************************************
      *** Batch job, scheduled weekly: writes data/casebreach.prn - ***
      *** every customer case (casefld.cbl) still unresolved past   ***
      *** its due date, with how many days over it is and who has   ***
      *** it, then the cases resolved in the last seven days that   ***
      *** had already gone past due, then the breaches counted per  ***
      *** assignee so the team leader can see where they pile up.   ***
      *** Registered in the report spool like the other papers.     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. casebreach.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "casedef.cbl".

           SELECT print-file
               ASSIGN TO "data/casebreach.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD cases-file.
       01 case-record.
           COPY "casefld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 cases-file-status PIC X(2).
       77 print-file-status PIC X(2).
       77 cfs-failed        PIC X(01).

       77 today8        PIC X(8).
       77 today-int     PIC 9(8) USAGE COMP-5.
       77 week-ago8     PIC 9(8).
       77 due-int       PIC 9(8) USAGE COMP-5.
       77 days-over     PIC 9(5) USAGE COMP-5.
       77 open-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 late-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 report-lines  PIC 9(7) VALUE 0.
       77 count-disp    PIC Z(4)9.
       77 section-kind  PIC X(01).
       77 status-text   PIC X(20).

      *** Breaches per assignee, in the order first met.            ***
       78 assignee-max VALUE 100.
       01 assignee-table.
          05 assignee-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 assignee-entry OCCURS 100 TIMES.
             10 as-name   PIC X(30).
             10 as-open   PIC 9(5) USAGE COMP-5.
             10 as-late   PIC 9(5) USAGE COMP-5.
       77 as-ctr         PIC 9(4) USAGE COMP-5.
       77 as-found       PIC X(01).

       01 breach-line.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-case    PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-cust    PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-category PIC X(12).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-status  PIC X(20).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-assignee PIC X(30).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-due     PIC X(8).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-days    PIC ZZZZ9.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 bl-resolved PIC X(8).

       01 assignee-line.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 al-name    PIC X(30).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 al-open    PIC ZZZZ9.
          05 FILLER     PIC X(6) VALUE SPACES.
          05 al-late    PIC ZZZZ9.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-casebreach.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today8.
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today8)).
           COMPUTE week-ago8 = FUNCTION DATE-OF-INTEGER(today-int - 7).

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/casebreach.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE SPACES TO print-line.
           STRING "CASES BREACHING THEIR SERVICE LEVEL, "
                                              DELIMITED BY SIZE
                  today8(1:4) "-" today8(5:2) "-" today8(7:2)
                                              DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           PERFORM write-column-heads.
           MOVE "U" TO section-kind.
           PERFORM scan-cases.
           MOVE open-count TO count-disp.
           STRING "==== "                   DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                  " unresolved case(s) past due ===="
                                            DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           PERFORM write-report-line.
           MOVE "RESOLVED IN THE LAST SEVEN DAYS, AFTER THEIR DUE DATE"
               TO print-line.
           PERFORM write-report-line.
           PERFORM write-column-heads.
           MOVE "R" TO section-kind.
           PERFORM scan-cases.
           MOVE late-count TO count-disp.
           STRING "==== "                   DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                  " case(s) resolved late ====" DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           PERFORM write-report-line.
           MOVE "BY ASSIGNEE" TO print-line.
           PERFORM write-report-line.
           MOVE "ASSIGNEE" TO print-line(3:8).
           MOVE "PAST DUE" TO print-line(34:8).
           MOVE "RESOLVED LATE" TO print-line(45:13).
           PERFORM write-report-line.
           PERFORM VARYING as-ctr FROM 1 BY 1
                   UNTIL as-ctr > assignee-count
               PERFORM print-one-assignee
           END-PERFORM.

           CLOSE print-file.

           MOVE "data/casebreach.prn" TO rpt-reg-name.
           MOVE "casebreach" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "casebreach.prn written, " open-count
               " past due, " late-count " resolved late.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** One pass over the cases for the section in hand: "U" the  ***
      *** unresolved ones past due, "R" those resolved this week    ***
      *** after their due date.                                     ***
      *****************************************************************
       scan-cases.

           OPEN INPUT cases-file.
           IF cases-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ cases-file NEXT RECORD
               AT END MOVE "10" TO cases-file-status
           END-READ.
           PERFORM UNTIL cases-file-status NOT = "00"
               IF CASE-DUE IS NUMERIC
                   EVALUATE TRUE
                       WHEN section-kind = "U"
                            AND CASE-STATUS NOT = "R"
                            AND CASE-DUE < today8
                           PERFORM print-one-breach
                           ADD 1 TO open-count
                       WHEN section-kind = "R"
                            AND CASE-STATUS = "R"
                            AND CASE-RESOLVED(1:8) > week-ago8
                            AND CASE-RESOLVED(1:8) > CASE-DUE
                           PERFORM print-one-breach
                           ADD 1 TO late-count
                   END-EVALUATE
               END-IF
               READ cases-file NEXT RECORD
                   AT END MOVE "10" TO cases-file-status
               END-READ
           END-PERFORM.

           CLOSE cases-file.

       print-one-breach.

           COMPUTE due-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CASE-DUE)).
           IF section-kind = "U"
               COMPUTE days-over = today-int - due-int
               MOVE SPACES TO bl-resolved
           ELSE
               COMPUTE days-over = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CASE-RESOLVED(1:8))) - due-int
               MOVE CASE-RESOLVED(1:8) TO bl-resolved
           END-IF.

           EVALUATE CASE-STATUS
               WHEN "O"
                   MOVE "open" TO status-text
               WHEN "P"
                   MOVE "in progress" TO status-text
               WHEN "W"
                   MOVE "waiting on customer" TO status-text
               WHEN OTHER
                   MOVE "resolved" TO status-text
           END-EVALUATE.

           MOVE CASE-ID       TO bl-case.
           MOVE CASE-CUST-ID  TO bl-cust.
           MOVE CASE-CATEGORY TO bl-category.
           MOVE status-text   TO bl-status.
           MOVE CASE-ASSIGNEE TO bl-assignee.
           IF CASE-ASSIGNEE = SPACES
               MOVE "(unassigned)" TO bl-assignee
           END-IF.
           MOVE CASE-DUE      TO bl-due.
           MOVE days-over     TO bl-days.
           MOVE breach-line TO print-line.
           PERFORM write-report-line.

           PERFORM count-for-assignee.

       count-for-assignee.

           MOVE "N" TO as-found.
           PERFORM VARYING as-ctr FROM 1 BY 1
                   UNTIL as-ctr > assignee-count OR as-found = "Y"
               IF as-name(as-ctr) = bl-assignee
                   MOVE "Y" TO as-found
                   PERFORM add-to-assignee
               END-IF
           END-PERFORM.
           IF as-found = "N" AND assignee-count < assignee-max
               ADD 1 TO assignee-count
               MOVE assignee-count TO as-ctr
               MOVE bl-assignee TO as-name(as-ctr)
               MOVE 0 TO as-open(as-ctr) as-late(as-ctr)
               PERFORM add-to-assignee
           END-IF.

       add-to-assignee.

           IF section-kind = "U"
               ADD 1 TO as-open(as-ctr)
           ELSE
               ADD 1 TO as-late(as-ctr)
           END-IF.

       print-one-assignee.

           MOVE as-name(as-ctr) TO al-name.
           MOVE as-open(as-ctr) TO al-open.
           MOVE as-late(as-ctr) TO al-late.
           MOVE assignee-line TO print-line.
           PERFORM write-report-line.

       write-column-heads.

           MOVE "CASE"     TO print-line(3:4).
           MOVE "CUSTOMER" TO print-line(15:8).
           MOVE "KIND"     TO print-line(27:4).
           MOVE "STATUS"   TO print-line(41:6).
           MOVE "ASSIGNED TO" TO print-line(63:11).
           MOVE "DUE"      TO print-line(95:3).
           MOVE "DAYS"     TO print-line(105:4).
           MOVE "RESOLVED" TO print-line(112:8).
           PERFORM write-report-line.

       write-report-line.

           WRITE print-line.
           ADD 1 TO report-lines.
           MOVE SPACES TO print-line.
