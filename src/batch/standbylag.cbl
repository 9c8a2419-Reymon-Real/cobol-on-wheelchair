      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  how far behind the warm standby is               ***
      *****************************************************************
      *** Batch job on the primary, in the nightly schedule after   ***
      *** shipjournal and from cron as often as anyone wants to     ***
      *** know: fetches the standby's data/standbystate.txt         ***
      *** (stbyfld) with scp and sets it against the primary's own  ***
      *** journal and shipping state - the last entry written here, ***
      *** the segments cut and sent, the segment and entry the      ***
      *** standby has applied - to give how far behind it is in     ***
      *** journal entries and in minutes, counted from the oldest   ***
      *** entry it hasn't applied yet. Written to                   ***
      *** data/standbylag.prn and registered in the report spool.   ***
      *** Ends RC 4 when the standby is further behind than         ***
      *** lagminutes= in data/standby.txt (60 when not set),        ***
      *** doesn't answer, or has been put in service itself - each  ***
      *** of which wants someone to look. No standby configured,    ***
      *** nothing to report.                                        ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. standbylag.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journal-file
               ASSIGN TO "data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-file-status.

           SELECT shipstate-file
               ASSIGN TO "data/shipstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS shipstate-file-status.

           SELECT ack-file
               ASSIGN TO "data/standbyack.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-file-status.

           SELECT config-file
               ASSIGN TO "data/standby.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS config-file-status.

           SELECT print-file
               ASSIGN TO "data/standbylag.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD journal-file.
       01 journal-record.
           COPY "jrnfld.cbl".

       FD shipstate-file.
       01 shipstate-record.
           COPY "shipfld.cbl".

       FD ack-file.
       01 ack-record.
           COPY "stbyfld.cbl".

       FD config-file.
       01 config-line PIC X(120).

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 journal-file-status   PIC X(2).
       77 shipstate-file-status PIC X(2).
       77 ack-file-status       PIC X(2).
       77 config-file-status    PIC X(2).
       77 print-file-status     PIC X(2).
       77 cfs-failed            PIC X(01).

       77 run-stamp      PIC X(14).
       77 standby-host   PIC X(60) VALUE SPACES.
       77 standby-dir    PIC X(60) VALUE SPACES.
       77 lag-limit      PIC 9(5) VALUE 60.
       77 sc-name-text   PIC X(20).
       77 sc-value-text  PIC X(100).

      *** Held to the characters shipjournal allows, for the same   ***
      *** reason: the values end up on a shell command line.        ***
       77 screen-value   PIC X(100).
       77 screen-len     PIC 9(4) USAGE COMP-5.
       77 screen-ptr     PIC 9(4) USAGE COMP-5.
       77 screen-char    PIC X(01).
          88 safe-char   VALUES "A" THRU "Z" "a" THRU "z"
                                "0" THRU "9" "." "_" "-" "/" "@" "~".
       77 config-safe    PIC X(01) VALUE "Y".

       77 scp-command    PIC X(400).
       77 standby-answered PIC X(01) VALUE "N".

       77 journal-last-seq    PIC 9(9) VALUE 0.
       77 journal-last-stamp  PIC X(14) VALUE SPACES.
       77 oldest-unapplied    PIC X(14) VALUE SPACES.
       77 entries-behind      PIC 9(9) VALUE 0.
       77 minutes-behind      PIC 9(9) VALUE 0.
       77 minutes-from        PIC 9(9) USAGE COMP-5.
       77 minutes-to          PIC 9(9) USAGE COMP-5.
       77 stamp-in            PIC X(14).
       77 stamp-minutes       PIC 9(9) USAGE COMP-5.

       77 verdict-text   PIC X(60).
       77 lag-alert      PIC X(01) VALUE "N".
       77 count-disp     PIC Z(8)9.
       77 report-lines   PIC 9(7) VALUE 0.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-standbylag.

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.

           PERFORM load-standby-config.

           IF standby-host = SPACES OR standby-dir = SPACES
               DISPLAY "standbylag: no standby configured."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF config-safe NOT = "Y"
               DISPLAY "standbylag: data/standby.txt names a host or "
                   "directory the copy can't be trusted with."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-ship-state.
           PERFORM fetch-standby-state.
           PERFORM scan-journal.
           PERFORM judge-lag.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/standbylag.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.
           PERFORM print-lag-report.
           CLOSE print-file.

           MOVE "data/standbylag.prn" TO rpt-reg-name.
           MOVE "standbylag" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "standbylag: " FUNCTION TRIM(verdict-text).

           IF lag-alert = "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       load-standby-config.

           OPEN INPUT config-file.
           IF config-file-status = "00"
               READ config-file
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL config-file-status NOT = "00"
                   PERFORM apply-one-config-line
                   READ config-file
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE config-file
           END-IF.

       apply-one-config-line.

           MOVE SPACES TO sc-name-text sc-value-text.
           UNSTRING config-line DELIMITED BY "="
               INTO sc-name-text sc-value-text
           END-UNSTRING.
           IF FUNCTION TRIM(sc-value-text) = SPACES
               EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION TRIM(sc-name-text)
               WHEN "host"
                   MOVE FUNCTION TRIM(sc-value-text) TO standby-host
                   MOVE standby-host TO screen-value
                   PERFORM screen-config-value
               WHEN "dir"
                   MOVE FUNCTION TRIM(sc-value-text) TO standby-dir
                   MOVE standby-dir TO screen-value
                   PERFORM screen-config-value
               WHEN "lagminutes"
                   IF FUNCTION TEST-NUMVAL(sc-value-text) = 0
                       MOVE FUNCTION NUMVAL(sc-value-text) TO lag-limit
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       screen-config-value.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(screen-value))
               TO screen-len.
           PERFORM VARYING screen-ptr FROM 1 BY 1
               UNTIL screen-ptr > screen-len
               MOVE screen-value(screen-ptr:1) TO screen-char
               IF NOT safe-char
                   MOVE "N" TO config-safe
               END-IF
           END-PERFORM.

       load-ship-state.

           MOVE SPACES TO shipstate-record.
           MOVE 0 TO SHP-CUT-SEGMENT SHP-CUT-SEQ SHP-SENT-SEGMENT.
           OPEN INPUT shipstate-file.
           IF shipstate-file-status = "00"
               READ shipstate-file
                   AT END CONTINUE
               END-READ
               CLOSE shipstate-file
           END-IF.

      *****************************************************************
      *** Bring the standby's state line across. No answer, or a    ***
      *** line that doesn't read, and the report says so instead of ***
      *** guessing - an old copy from an earlier run is never used. ***
      *****************************************************************
       fetch-standby-state.

           MOVE SPACES TO scp-command.
           STRING "rm -f data/standbyack.txt; scp -q -B '"
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(standby-host)  DELIMITED BY SIZE
                  ":"                          DELIMITED BY SIZE
                  FUNCTION TRIM(standby-dir)   DELIMITED BY SIZE
                  "/data/standbystate.txt' data/standbyack.txt"
                                               DELIMITED BY SIZE
                  " >/dev/null 2>&1"           DELIMITED BY SIZE
               INTO scp-command
           END-STRING.

           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING scp-command END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RETURN-CODE.

           MOVE SPACES TO ack-record.
           OPEN INPUT ack-file.
           IF ack-file-status = "00"
               READ ack-file
                   AT END CONTINUE
               END-READ
               CLOSE ack-file
           END-IF.
           IF STB-SEGMENT NUMERIC AND STB-LAST-SEQ NUMERIC
               MOVE "Y" TO standby-answered
           END-IF.

      *** The last entry written here, and the first one the        ***
      *** standby hasn't applied - the lag is counted from it.      ***
       scan-journal.

           OPEN INPUT journal-file.
           IF journal-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ journal-file
               AT END MOVE "10" TO journal-file-status
           END-READ.
           PERFORM UNTIL journal-file-status NOT = "00"
               MOVE JRN-SEQ TO journal-last-seq
               MOVE JRN-STAMP(1:14) TO journal-last-stamp
               IF standby-answered = "Y"
                  AND JRN-SEQ > STB-LAST-SEQ
                  AND oldest-unapplied = SPACES
                   MOVE JRN-STAMP(1:14) TO oldest-unapplied
               END-IF
               READ journal-file
                   AT END MOVE "10" TO journal-file-status
               END-READ
           END-PERFORM.

           CLOSE journal-file.

       judge-lag.

           IF standby-answered NOT = "Y"
               MOVE "Y" TO lag-alert
               MOVE "NO ANSWER from the standby - its state could not"
                   & " be fetched." TO verdict-text
               EXIT PARAGRAPH
           END-IF.

           IF journal-last-seq > STB-LAST-SEQ
               COMPUTE entries-behind =
                   journal-last-seq - STB-LAST-SEQ
           END-IF.
           IF oldest-unapplied NOT = SPACES
               MOVE oldest-unapplied TO stamp-in
               PERFORM stamp-to-minutes
               MOVE stamp-minutes TO minutes-from
               MOVE run-stamp TO stamp-in
               PERFORM stamp-to-minutes
               MOVE stamp-minutes TO minutes-to
               IF minutes-to > minutes-from
                   COMPUTE minutes-behind = minutes-to - minutes-from
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN STB-PROMOTED = "Y"
                   MOVE "Y" TO lag-alert
                   MOVE "STANDBY PROMOTED - it is in service and takes "
                       & "no more segments." TO verdict-text
               WHEN minutes-behind > lag-limit
                   MOVE "Y" TO lag-alert
                   MOVE lag-limit TO count-disp
                   MOVE SPACES TO verdict-text
                   STRING "BEHIND - over the "     DELIMITED BY SIZE
                          FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                          " minute limit."         DELIMITED BY SIZE
                       INTO verdict-text
                   END-STRING
               WHEN OTHER
                   MOVE lag-limit TO count-disp
                   MOVE SPACES TO verdict-text
                   STRING "within the "            DELIMITED BY SIZE
                          FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                          " minute limit."         DELIMITED BY SIZE
                       INTO verdict-text
                   END-STRING
           END-EVALUATE.

       stamp-to-minutes.

           MOVE 0 TO stamp-minutes.
           IF stamp-in(1:12) NUMERIC
               COMPUTE stamp-minutes =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(stamp-in(1:8))) * 1440
                   + FUNCTION NUMVAL(stamp-in(9:2)) * 60
                   + FUNCTION NUMVAL(stamp-in(11:2))
           END-IF.

       print-lag-report.

           MOVE SPACES TO print-line.
           STRING "standby lag, "  DELIMITED BY SIZE
                  run-stamp        DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           MOVE SPACES TO print-line.
           STRING "  standby            " DELIMITED BY SIZE
                  FUNCTION TRIM(standby-host) DELIMITED BY SIZE
                  ":"                         DELIMITED BY SIZE
                  FUNCTION TRIM(standby-dir)  DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           MOVE SPACES TO print-line.
           STRING "  primary journal    entry " DELIMITED BY SIZE
                  journal-last-seq              DELIMITED BY SIZE
                  " of "                        DELIMITED BY SIZE
                  journal-last-stamp            DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           MOVE SPACES TO print-line.
           STRING "  segments           cut "   DELIMITED BY SIZE
                  SHP-CUT-SEGMENT               DELIMITED BY SIZE
                  "  sent "                     DELIMITED BY SIZE
                  SHP-SENT-SEGMENT              DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           IF standby-answered = "Y"
               STRING "  applied "              DELIMITED BY SIZE
                      STB-SEGMENT               DELIMITED BY SIZE
                   INTO print-line(55:)
               END-STRING
           END-IF.
           PERFORM write-report-line.

           IF standby-answered = "Y"
               MOVE SPACES TO print-line
               STRING "  standby stands at  entry " DELIMITED BY SIZE
                      STB-LAST-SEQ                  DELIMITED BY SIZE
                      " of "                        DELIMITED BY SIZE
                      STB-LAST-STAMP                DELIMITED BY SIZE
                      ", applied "                  DELIMITED BY SIZE
                      STB-APPLIED-AT                DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM write-report-line

               MOVE SPACES TO print-line
               MOVE entries-behind TO count-disp
               STRING "  behind by          "     DELIMITED BY SIZE
                      FUNCTION TRIM(count-disp)   DELIMITED BY SIZE
                      " entr(ies), "              DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               MOVE minutes-behind TO count-disp
               STRING FUNCTION TRIM(count-disp)   DELIMITED BY SIZE
                      " minute(s)"                DELIMITED BY SIZE
                   INTO print-line(40:)
               END-STRING
               PERFORM write-report-line
           END-IF.

           MOVE SPACES TO print-line.
           STRING "  verdict            "     DELIMITED BY SIZE
                  FUNCTION TRIM(verdict-text) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

       write-report-line.

           WRITE print-line.
           ADD 1 TO report-lines.
