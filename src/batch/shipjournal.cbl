      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  journal segments shipped to the warm standby     ***
      *****************************************************************
      *** Batch job on the primary, run from cron every few minutes ***
      *** and as the last steps of the nightly schedule: closes the ***
      *** journal entries written since its last run into the next  ***
      *** numbered segment, data/jseg_<segment>.seq - a header line ***
      *** "*SEGMENT* segment=NNNNNNNNN after=NNNNNNNNN cut=<stamp>" ***
      *** naming the last journal sequence number of the segment    ***
      *** before, the journal lines themselves, and a trailer in    ***
      *** the backup exports' form with the entry count, the byte   ***
      *** checksum and the last sequence number - and copies it     ***
      *** with scp to the data directory of the standby named in    ***
      *** data/standby.txt (host=, dir=), where applystandby        ***
      *** replays it. The state line data/shipstate.txt (shipfld)   ***
      *** is saved before anything is sent, so a segment the        ***
      *** standby never received is sent again, in order, on the    ***
      *** next run rather than cut twice. Once a day, when that     ***
      *** night's backup exports exist, they go across too, with    ***
      *** every config= file data/standby.txt lists - the datasets  ***
      *** the journal does not carry, and the routes and config the ***
      *** standby needs to go into service. data/journal.log itself ***
      *** is left alone for local roll-forward. The copy runs on    ***
      *** the batch user's ssh key; nothing here holds a password.  ***
      *** No host configured means no standby: the job does nothing ***
      *** and ends clean.                                           ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. shipjournal.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journal-file
               ASSIGN TO "data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-file-status.

           SELECT segment-file
               ASSIGN TO segment-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS segment-file-status.

           SELECT state-file
               ASSIGN TO "data/shipstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS state-file-status.

           SELECT config-file
               ASSIGN TO "data/standby.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS config-file-status.

           SELECT probe-file
               ASSIGN TO probe-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS probe-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD journal-file.
       01 journal-record.
           COPY "jrnfld.cbl".

       FD segment-file.
       01 segment-line PIC X(1300).

       FD state-file.
       01 state-record.
           COPY "shipfld.cbl".

       FD config-file.
       01 config-line PIC X(120).

       FD probe-file.
       01 probe-line PIC X(10).

       WORKING-STORAGE SECTION.
       77 journal-file-status PIC X(2).
       77 segment-file-status PIC X(2).
       77 state-file-status   PIC X(2).
       77 config-file-status  PIC X(2).
       77 probe-file-status   PIC X(2).

       77 segment-file-name PIC X(60).
       77 probe-file-name   PIC X(60).

       77 run-stamp     PIC X(14).
       77 today-date    PIC X(8).

       77 standby-host  PIC X(60) VALUE SPACES.
       77 standby-dir   PIC X(60) VALUE SPACES.
       77 sc-name-text  PIC X(20).
       77 sc-value-text PIC X(100).

      *** The config files shipped with the daily bundle.           ***
       78 config-max VALUE 30.
       01 config-table.
          05 config-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 config-entry OCCURS 30 TIMES.
             10 cf-path   PIC X(60).
       77 cf-ctr         PIC 9(4) USAGE COMP-5.

      *** Everything that ends up on the scp command line is held   ***
      *** to these characters: no quote, blank or shell meta-       ***
      *** character from the config file can reach the shell.       ***
       77 screen-value   PIC X(100).
       77 screen-len     PIC 9(4) USAGE COMP-5.
       77 screen-ptr     PIC 9(4) USAGE COMP-5.
       77 screen-char    PIC X(01).
          88 safe-char   VALUES "A" THRU "Z" "a" THRU "z"
                                "0" THRU "9" "." "_" "-" "/" "@" "~".
       77 value-safe     PIC X(01).
       77 config-safe    PIC X(01) VALUE "Y".

       77 segment-no     PIC 9(9).
       77 segment-open   PIC X(01) VALUE "N".
       77 segment-count  PIC 9(7) VALUE 0.
       77 segment-sum    PIC 9(9) VALUE 0.
       77 segment-last   PIC 9(9) VALUE 0.
       77 ck-len         PIC 9(4) USAGE COMP-5.
       77 ck-ptr         PIC 9(4) USAGE COMP-5.
       77 gap-count      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 cut-count      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 sent-count     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 shipped-files  PIC 9(4) USAGE COMP-5 VALUE 0.
       77 send-failed    PIC X(01) VALUE "N".

       77 scp-command    PIC X(3000).
       77 cmd-ptr        PIC 9(4) USAGE COMP-5.

       PROCEDURE DIVISION.

       start-shipjournal.

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.
           MOVE run-stamp(1:8) TO today-date.

           PERFORM load-standby-config.

           IF standby-host = SPACES OR standby-dir = SPACES
               DISPLAY "shipjournal: no standby configured, nothing "
                   "shipped."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF config-safe NOT = "Y"
               DISPLAY "shipjournal: data/standby.txt names a host, "
                   "directory or file the copy can't be trusted with "
                   "- nothing shipped."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-ship-state.

      *** Whatever an earlier run cut but couldn't get across goes  ***
      *** first, oldest first, so the standby sees them in order.   ***
           PERFORM send-waiting-segments.
           IF send-failed = "N"
               PERFORM cut-new-segment
               PERFORM send-waiting-segments
           END-IF.
           IF send-failed = "N" AND SHP-BUNDLE-DATE NOT = today-date
               PERFORM send-daily-bundle
           END-IF.

           DISPLAY "shipjournal: " cut-count " segment(s) cut, "
               sent-count " sent; last cut " SHP-CUT-SEGMENT
               " up to entry " SHP-CUT-SEQ ", " gap-count
               " sequence gap(s).".

           EVALUATE TRUE
               WHEN send-failed = "Y"
                   DISPLAY "shipjournal: the standby did not take "
                       "delivery - segments after " SHP-SENT-SEGMENT
                       " wait for the next run."
                   MOVE 8 TO RETURN-CODE
               WHEN gap-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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

           MOVE FUNCTION TRIM(sc-value-text) TO screen-value.
           PERFORM screen-config-value.

           EVALUATE FUNCTION TRIM(sc-name-text)
               WHEN "host"
                   MOVE screen-value TO standby-host
               WHEN "dir"
                   MOVE screen-value TO standby-dir
               WHEN "config"
                   IF config-count < config-max
                       ADD 1 TO config-count
                       MOVE screen-value TO cf-path(config-count)
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF value-safe NOT = "Y"
               DISPLAY "shipjournal: refused "
                   FUNCTION TRIM(sc-name-text) "="
                   FUNCTION TRIM(screen-value)
               MOVE "N" TO config-safe
           END-IF.

       screen-config-value.

           MOVE "Y" TO value-safe.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(screen-value))
               TO screen-len.
           PERFORM VARYING screen-ptr FROM 1 BY 1
               UNTIL screen-ptr > screen-len
               MOVE screen-value(screen-ptr:1) TO screen-char
               IF NOT safe-char
                   MOVE "N" TO value-safe
               END-IF
           END-PERFORM.

       load-ship-state.

           MOVE SPACES TO state-record.
           MOVE 0 TO SHP-CUT-SEGMENT SHP-CUT-SEQ SHP-SENT-SEGMENT.
           OPEN INPUT state-file.
           IF state-file-status = "00"
               READ state-file
                   AT END CONTINUE
               END-READ
               CLOSE state-file
           END-IF.
           IF SHP-CUT-SEGMENT NOT NUMERIC
              OR SHP-CUT-SEQ NOT NUMERIC
              OR SHP-SENT-SEGMENT NOT NUMERIC
               DISPLAY "shipjournal: data/shipstate.txt unreadable - "
                   "fix or remove it before shipping resumes."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       save-ship-state.

           OPEN OUTPUT state-file.
           IF state-file-status = "00"
               WRITE state-record
               CLOSE state-file
           END-IF.

      *****************************************************************
      *** Cut the next segment from every journal entry past the    ***
      *** last one already cut. Nothing new, no segment. An entry   ***
      *** that doesn't follow on from the one before is counted as  ***
      *** a gap - shipped all the same, the standby applies what    ***
      *** there is, but the run ends RC 4 so it gets looked at.     ***
      *****************************************************************
       cut-new-segment.

           OPEN INPUT journal-file.
           IF journal-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE segment-no = SHP-CUT-SEGMENT + 1.
           MOVE SHP-CUT-SEQ TO segment-last.
           MOVE 0 TO segment-count segment-sum.
           MOVE "N" TO segment-open.

           READ journal-file
               AT END MOVE "10" TO journal-file-status
           END-READ.
           PERFORM UNTIL journal-file-status NOT = "00"
               IF JRN-SEQ > SHP-CUT-SEQ
                   PERFORM add-entry-to-segment
               END-IF
               READ journal-file
                   AT END MOVE "10" TO journal-file-status
               END-READ
           END-PERFORM.

           CLOSE journal-file.

           IF segment-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO segment-line.
           STRING "*TRAILER* count="   DELIMITED BY SIZE
                  segment-count        DELIMITED BY SIZE
                  " checksum="         DELIMITED BY SIZE
                  segment-sum          DELIMITED BY SIZE
                  " last="             DELIMITED BY SIZE
                  segment-last         DELIMITED BY SIZE
               INTO segment-line
           END-STRING.
           WRITE segment-line.
           CLOSE segment-file.

           MOVE segment-no   TO SHP-CUT-SEGMENT.
           MOVE segment-last TO SHP-CUT-SEQ.
           MOVE run-stamp    TO SHP-CUT-STAMP.
           PERFORM save-ship-state.
           ADD 1 TO cut-count.

       add-entry-to-segment.

           IF segment-open NOT = "Y"
               PERFORM open-new-segment
           END-IF.

           IF segment-last NOT = 0
              AND JRN-SEQ NOT = segment-last + 1
               ADD 1 TO gap-count
           END-IF.
           MOVE JRN-SEQ TO segment-last.

           MOVE journal-record TO segment-line.
           ADD 1 TO segment-count.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(segment-line)) TO ck-len.
           PERFORM VARYING ck-ptr FROM 1 BY 1 UNTIL ck-ptr > ck-len
               COMPUTE segment-sum = FUNCTION MOD(
                   segment-sum + FUNCTION ORD(segment-line(ck-ptr:1)),
                   999999999)
           END-PERFORM.
           WRITE segment-line.

       open-new-segment.

           PERFORM name-segment-file.
           OPEN OUTPUT segment-file.
           MOVE "Y" TO segment-open.

           MOVE SPACES TO segment-line.
           STRING "*SEGMENT* segment=" DELIMITED BY SIZE
                  segment-no           DELIMITED BY SIZE
                  " after="            DELIMITED BY SIZE
                  SHP-CUT-SEQ          DELIMITED BY SIZE
                  " cut="              DELIMITED BY SIZE
                  run-stamp            DELIMITED BY SIZE
               INTO segment-line
           END-STRING.
           WRITE segment-line.

       name-segment-file.

           MOVE SPACES TO segment-file-name.
           STRING "data/jseg_"  DELIMITED BY SIZE
                  segment-no    DELIMITED BY SIZE
                  ".seq"        DELIMITED BY SIZE
               INTO segment-file-name
           END-STRING.

      *****************************************************************
      *** Send every cut segment the standby hasn't had yet, one at ***
      *** a time and in order; the first refusal stops the lot, so  ***
      *** the standby never holds segment n+1 without segment n.    ***
      *****************************************************************
       send-waiting-segments.

           PERFORM UNTIL SHP-SENT-SEGMENT NOT < SHP-CUT-SEGMENT
               OR send-failed = "Y"
               COMPUTE segment-no = SHP-SENT-SEGMENT + 1
               PERFORM name-segment-file
               MOVE SPACES TO scp-command
               MOVE 1 TO cmd-ptr
               STRING "scp -q -B "                  DELIMITED BY SIZE
                      FUNCTION TRIM(segment-file-name)
                                                    DELIMITED BY SIZE
                   INTO scp-command WITH POINTER cmd-ptr
               END-STRING
               PERFORM run-scp-command
               IF send-failed = "N"
                   MOVE segment-no TO SHP-SENT-SEGMENT
                   MOVE run-stamp  TO SHP-SENT-STAMP
                   PERFORM save-ship-state
                   ADD 1 TO sent-count
               END-IF
           END-PERFORM.

      *****************************************************************
      *** Tonight's backup exports and the listed config files, in  ***
      *** one copy. Until backupdata has run today there is nothing ***
      *** to send and the bundle waits for a later run; a listed    ***
      *** config file that isn't there is reported and left out.    ***
      *****************************************************************
       send-daily-bundle.

           MOVE SPACES TO probe-file-name.
           STRING "data/backup_routes_" DELIMITED BY SIZE
                  today-date            DELIMITED BY SIZE
                  ".seq"                DELIMITED BY SIZE
               INTO probe-file-name
           END-STRING.
           OPEN INPUT probe-file.
           IF probe-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           CLOSE probe-file.

           MOVE 0 TO shipped-files.
           MOVE SPACES TO scp-command.
           MOVE 1 TO cmd-ptr.
           STRING "scp -q -B data/backup_*_" DELIMITED BY SIZE
                  today-date                 DELIMITED BY SIZE
                  ".seq"                     DELIMITED BY SIZE
               INTO scp-command WITH POINTER cmd-ptr
           END-STRING.

           PERFORM VARYING cf-ctr FROM 1 BY 1
               UNTIL cf-ctr > config-count
               MOVE cf-path(cf-ctr) TO probe-file-name
               OPEN INPUT probe-file
               IF probe-file-status = "00"
                   CLOSE probe-file
                   STRING " "                     DELIMITED BY SIZE
                          FUNCTION TRIM(cf-path(cf-ctr))
                                                  DELIMITED BY SIZE
                       INTO scp-command WITH POINTER cmd-ptr
                   END-STRING
                   ADD 1 TO shipped-files
               ELSE
                   DISPLAY "shipjournal: config file "
                       FUNCTION TRIM(cf-path(cf-ctr))
                       " not found, not shipped."
               END-IF
           END-PERFORM.

           PERFORM run-scp-command.
           IF send-failed = "N"
               MOVE today-date TO SHP-BUNDLE-DATE
               PERFORM save-ship-state
               DISPLAY "shipjournal: backups of " today-date
                   " and " shipped-files " config file(s) sent."
           END-IF.

      *** The files named so far in scp-command, into the standby's ***
      *** data directory; a nonzero exit status is a refusal.       ***
       run-scp-command.

           STRING " '"                          DELIMITED BY SIZE
                  FUNCTION TRIM(standby-host)   DELIMITED BY SIZE
                  ":"                           DELIMITED BY SIZE
                  FUNCTION TRIM(standby-dir)    DELIMITED BY SIZE
                  "/data/' >/dev/null 2>&1"     DELIMITED BY SIZE
               INTO scp-command WITH POINTER cmd-ptr
           END-STRING.

           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING scp-command END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO send-failed
           END-IF.
           MOVE 0 TO RETURN-CODE.
