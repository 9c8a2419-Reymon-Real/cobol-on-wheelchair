      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  the warm standby put in service at switch-over   ***
      *****************************************************************
      *** Switch-over job, run by hand on the standby when the      ***
      *** primary is lost and the standby is to take its place.     ***
      *** While it waits the standby runs with the quiesce switch   ***
      *** up (data/quiesce.txt holding Y), so its web tier, if      ***
      *** started, takes no writes, and applystandby from cron      ***
      *** keeps its masters minutes behind the primary's. The       ***
      *** switch-over, start to finish:                             ***
      ***  1. Make sure the old primary is down and stays down - it ***
      ***     must not write another record or ship another         ***
      ***     segment.                                              ***
      ***  2. Run promotestandby. It applies every segment that has ***
      ***     arrived whole (applystandby), and stops RC 8 if one   ***
      ***     is out of sequence or corrupt - fix it, or run        ***
      ***     "promotestandby force" to go into service as the      ***
      ***     copy stands. It then marks the box in service, so no  ***
      ***     later segment is applied over it, brings the JOURNAL  ***
      ***     key counter up to the last entry applied so the       ***
      ***     journal carries on where the primary's stopped, and   ***
      ***     writes the rest of this list to data/switchover.prn,  ***
      ***     filled in: the last entry applied (everything the     ***
      ***     primary wrote after it is lost), the newest backup    ***
      ***     shipped, and which listed config files are here.      ***
      ***  3. Run the restoredata commands the list gives - routes  ***
      ***     and the datasets the journal doesn't carry, from      ***
      ***     that backup. Customers, orders and users are NOT      ***
      ***     restored: the journal has them newer than any         ***
      ***     backup.                                               ***
      ***  4. Put back any config file the list marks missing.      ***
      ***  5. Drop the quiesce switch, point the site's DNS name at ***
      ***     this box, and check a login and an order.             ***
      ***  6. Stand up a new standby from tonight's backup and name ***
      ***     it in this box's data/standby.txt; with no            ***
      ***     data/shipstate.txt the shipping starts again from     ***
      ***     segment 1.                                            ***
      *** Ends RC 4 when it went ahead with something to look at -  ***
      *** forced past a bad segment, no backup found, a config file ***
      *** missing. A second run on a box already in service changes ***
      *** nothing.                                                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. promotestandby.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "keyctrdef.cbl".

           SELECT state-file
               ASSIGN TO "data/standbystate.txt"
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

           SELECT print-file
               ASSIGN TO "data/switchover.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD keycounter-file.
       01 keycounter-record.
           COPY "keyctrfld.cbl".

       FD state-file.
       01 state-record.
           COPY "stbyfld.cbl".

       FD config-file.
       01 config-line PIC X(120).

       FD probe-file.
       01 probe-line PIC X(10).

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 keycounter-file-status PIC X(2).
       77 state-file-status      PIC X(2).
       77 config-file-status     PIC X(2).
       77 probe-file-status      PIC X(2).
       77 print-file-status      PIC X(2).
       77 cfs-failed             PIC X(01).

       77 probe-file-name PIC X(60).
       77 command-args    PIC X(80).
       77 force-wanted    PIC X(01) VALUE "N".
       77 run-stamp       PIC X(14).
       77 apply-rc        PIC S9(4) USAGE COMP-5 VALUE 0.
       77 counter-text    PIC X(60).

       77 sc-name-text    PIC X(20).
       77 sc-value-text   PIC X(100).
       78 config-max VALUE 30.
       01 config-table.
          05 config-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 config-entry OCCURS 30 TIMES.
             10 cf-path   PIC X(60).
       77 cf-ctr          PIC 9(4) USAGE COMP-5.
       77 missing-count   PIC 9(4) USAGE COMP-5 VALUE 0.

      *** The datasets restored from the newest backup shipped -    ***
      *** everything backupdata exports but the journalled masters  ***
      *** and the sessions, which simply start afresh.              ***
       01 restore-names.
          05 FILLER PIC X(12) VALUE "routes".
          05 FILLER PIC X(12) VALUE "invoices".
          05 FILLER PIC X(12) VALUE "custnotes".
          05 FILLER PIC X(12) VALUE "custtags".
          05 FILLER PIC X(12) VALUE "apikeys".
          05 FILLER PIC X(12) VALUE "webhooksubs".
          05 FILLER PIC X(12) VALUE "ordarch".
          05 FILLER PIC X(12) VALUE "invarch".
       01 restore-table REDEFINES restore-names.
          05 restore-name PIC X(12) OCCURS 8 TIMES.
       77 rs-ctr          PIC 9(4) USAGE COMP-5.

       77 backup-date     PIC X(8) VALUE SPACES.
       77 today-int       PIC 9(8) USAGE COMP-5.
       77 days-back       PIC 9(4) USAGE COMP-5.
       77 try-date        PIC 9(8).

       77 report-lines    PIC 9(7) VALUE 0.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-promotestandby.

           ACCEPT command-args FROM COMMAND-LINE END-ACCEPT.
           IF FUNCTION TRIM(command-args) = "force"
               MOVE "Y" TO force-wanted
           END-IF.

           PERFORM load-standby-state.
           IF STB-PROMOTED = "Y"
               DISPLAY "promotestandby: this box has been in service "
                   "since " STB-PROMOTED-AT " - nothing to do."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *** Take in every segment that made it across before going    ***
      *** live; a bad one stops the switch-over unless forced.      ***
           MOVE 0 TO RETURN-CODE.
           CALL "applystandby"
               ON EXCEPTION
                   MOVE 99 TO apply-rc
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO apply-rc
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           IF apply-rc >= 8 AND force-wanted NOT = "Y"
               DISPLAY "promotestandby: the shipped segments could "
                   "not all be applied - see above. Put it right and "
                   "rerun, or run promotestandby force to go into "
                   "service as the copy stands."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.
           PERFORM load-standby-state.
           PERFORM advance-journal-counter.
           PERFORM find-latest-backup.
           PERFORM load-config-list.

           MOVE "Y" TO STB-PROMOTED.
           MOVE run-stamp TO STB-PROMOTED-AT.
           OPEN OUTPUT state-file.
           IF state-file-status = "00"
               WRITE state-record
               CLOSE state-file
           END-IF.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/switchover.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.
           PERFORM print-switchover-list.
           CLOSE print-file.

           MOVE "data/switchover.prn" TO rpt-reg-name.
           MOVE "promotestandby" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "promotestandby: in service from " run-stamp
               " at journal entry " STB-LAST-SEQ " of "
               STB-LAST-STAMP " - finish the list in "
               "data/switchover.prn.".

           IF apply-rc >= 8 OR backup-date = SPACES
              OR missing-count > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       load-standby-state.

           MOVE SPACES TO state-record.
           MOVE 0 TO STB-SEGMENT STB-LAST-SEQ.
           MOVE "N" TO STB-PROMOTED.
           OPEN INPUT state-file.
           IF state-file-status = "00"
               READ state-file
                   AT END CONTINUE
               END-READ
               CLOSE state-file
           END-IF.
           IF STB-LAST-SEQ NOT NUMERIC
               MOVE 0 TO STB-LAST-SEQ
           END-IF.

      *****************************************************************
      *** The JOURNAL counter on this box has stood still while the ***
      *** primary's ran on; left there, the first entry written in  ***
      *** service would reuse a sequence number already applied.    ***
      *****************************************************************
       advance-journal-counter.

           MOVE "left as it was" TO counter-text.
           IF STB-LAST-SEQ = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O keycounter-file.
           IF keycounter-file-status = "35"
               OPEN OUTPUT keycounter-file
               CLOSE keycounter-file
               OPEN I-O keycounter-file
           END-IF.
           IF keycounter-file-status NOT = "00"
               MOVE "COULD NOT BE OPENED - set it by hand" TO
                   counter-text
               EXIT PARAGRAPH
           END-IF.

           MOVE "JOURNAL" TO KC-NAME.
           READ keycounter-file
               INVALID KEY
                   MOVE STB-LAST-SEQ TO KC-VALUE
                   WRITE keycounter-record
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE "started at the last entry applied" TO
                       counter-text
               NOT INVALID KEY
                   IF KC-VALUE < STB-LAST-SEQ
                       MOVE STB-LAST-SEQ TO KC-VALUE
                       REWRITE keycounter-record
                           INVALID KEY CONTINUE
                       END-REWRITE
                       MOVE "brought up to the last entry applied" TO
                           counter-text
                   END-IF
           END-READ.

           CLOSE keycounter-file.

      *** The newest night whose routes export is here, looking     ***
      *** back a fortnight at most.                                 ***
       find-latest-backup.

           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-stamp(1:8))).
           PERFORM VARYING days-back FROM 0 BY 1
               UNTIL days-back > 14 OR backup-date NOT = SPACES
               COMPUTE try-date = FUNCTION DATE-OF-INTEGER(
                   today-int - days-back)
               MOVE SPACES TO probe-file-name
               STRING "data/backup_routes_" DELIMITED BY SIZE
                      try-date              DELIMITED BY SIZE
                      ".seq"                DELIMITED BY SIZE
                   INTO probe-file-name
               END-STRING
               OPEN INPUT probe-file
               IF probe-file-status = "00"
                   CLOSE probe-file
                   MOVE try-date TO backup-date
               END-IF
           END-PERFORM.

       load-config-list.

           OPEN INPUT config-file.
           IF config-file-status = "00"
               READ config-file
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL config-file-status NOT = "00"
                   MOVE SPACES TO sc-name-text sc-value-text
                   UNSTRING config-line DELIMITED BY "="
                       INTO sc-name-text sc-value-text
                   END-UNSTRING
                   IF FUNCTION TRIM(sc-name-text) = "config"
                      AND FUNCTION TRIM(sc-value-text) NOT = SPACES
                      AND config-count < config-max
                       ADD 1 TO config-count
                       MOVE FUNCTION TRIM(sc-value-text)
                           TO cf-path(config-count)
                   END-IF
                   READ config-file
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE config-file
           END-IF.

      *****************************************************************
      *** The rest of the switch-over, filled in for this box.      ***
      *****************************************************************
       print-switchover-list.

           MOVE SPACES TO print-line.
           STRING "switch-over to this standby, " DELIMITED BY SIZE
                  run-stamp                       DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           MOVE SPACES TO print-line.
           PERFORM write-report-line.

           MOVE SPACES TO print-line.
           STRING "  in service at      journal entry "
                                        DELIMITED BY SIZE
                  STB-LAST-SEQ          DELIMITED BY SIZE
                  " of "                DELIMITED BY SIZE
                  STB-LAST-STAMP        DELIMITED BY SIZE
                  ", segment "          DELIMITED BY SIZE
                  STB-SEGMENT           DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           MOVE "  anything the old primary wrote after that entry is "
               & "lost - check the busiest screens by hand."
               TO print-line.
           PERFORM write-report-line.
           IF apply-rc >= 8
               MOVE "  FORCED: the last shipped segments were NOT all "
                   & "applied." TO print-line
               PERFORM write-report-line
           END-IF.
           MOVE SPACES TO print-line.
           STRING "  JOURNAL counter    " DELIMITED BY SIZE
                  counter-text            DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           MOVE SPACES TO print-line.
           PERFORM write-report-line.

           IF backup-date = SPACES
               MOVE "  NO BACKUP FOUND from the last fortnight - "
                   & "routes and the unjournalled datasets must come "
                   & "from elsewhere." TO print-line
               PERFORM write-report-line
           ELSE
               MOVE SPACES TO print-line
               STRING "  restore from the backup of " DELIMITED BY SIZE
                      backup-date                     DELIMITED BY SIZE
                      " (not customers, orders or users):"
                                                      DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM write-report-line
               PERFORM VARYING rs-ctr FROM 1 BY 1 UNTIL rs-ctr > 8
                   PERFORM print-one-restore
               END-PERFORM
           END-IF.
           MOVE SPACES TO print-line.
           PERFORM write-report-line.

           MOVE "  config files:" TO print-line.
           PERFORM write-report-line.
           IF config-count = 0
               MOVE "    none listed in data/standby.txt" TO print-line
               PERFORM write-report-line
           END-IF.
           PERFORM VARYING cf-ctr FROM 1 BY 1
               UNTIL cf-ctr > config-count
               MOVE cf-path(cf-ctr) TO probe-file-name
               OPEN INPUT probe-file
               MOVE SPACES TO print-line
               IF probe-file-status = "00"
                   CLOSE probe-file
                   STRING "    present  "   DELIMITED BY SIZE
                          cf-path(cf-ctr)   DELIMITED BY SIZE
                       INTO print-line
                   END-STRING
               ELSE
                   ADD 1 TO missing-count
                   STRING "    MISSING  "   DELIMITED BY SIZE
                          cf-path(cf-ctr)   DELIMITED BY SIZE
                       INTO print-line
                   END-STRING
               END-IF
               PERFORM write-report-line
           END-PERFORM.
           MOVE SPACES TO print-line.
           PERFORM write-report-line.

           MOVE "  then: drop the quiesce switch (data/quiesce.txt), "
               & "point the site's DNS name at this box," TO print-line.
           PERFORM write-report-line.
           MOVE "        check a login and an order, and stand up a "
               & "new standby from tonight's backup." TO print-line.
           PERFORM write-report-line.

       print-one-restore.

           MOVE SPACES TO probe-file-name.
           STRING "data/backup_"        DELIMITED BY SIZE
                  FUNCTION TRIM(restore-name(rs-ctr))
                                        DELIMITED BY SIZE
                  "_"                   DELIMITED BY SIZE
                  backup-date           DELIMITED BY SIZE
                  ".seq"                DELIMITED BY SIZE
               INTO probe-file-name
           END-STRING.
           OPEN INPUT probe-file.
           MOVE SPACES TO print-line.
           IF probe-file-status = "00"
               CLOSE probe-file
               STRING "    restoredata "    DELIMITED BY SIZE
                      FUNCTION TRIM(restore-name(rs-ctr))
                                            DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      backup-date           DELIMITED BY SIZE
                   INTO print-line
               END-STRING
           ELSE
               STRING "    MISSING  "                  DELIMITED BY SIZE
                      FUNCTION TRIM(probe-file-name)   DELIMITED BY SIZE
                   INTO print-line
               END-STRING
           END-IF.
           PERFORM write-report-line.

       write-report-line.

           WRITE print-line.
           ADD 1 TO report-lines.
