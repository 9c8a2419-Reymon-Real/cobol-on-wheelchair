      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly verification of the tamper-evident       ***
      ***          trail chains                                     ***
      *** UPDATE:  entries tombstoned by a registered erasure are   ***
      ***          taken on their filed digest                      ***
      *****************************************************************
      *** Batch job: walks the three chained trails and recomputes  ***
      *** every link with chainhash:                                ***
      ***  - the request audit trail - each dated archive in the    ***
      ***    order data/auditarchive.idx lists them (a day rotated  ***
      ***    twice is walked once), then the live data/audit.log;   ***
      ***  - data/journal.log;                                      ***
      ***  - data/custhist.dat, from the newest change back along   ***
      ***    CH-PREV-SEQ to the first.                              ***
      *** A link is broken when an entry's digest isn't the one its ***
      *** contents and the entry before it make, when an entry      ***
      *** after the chain began carries none, when an entry is      ***
      *** missing, or when the newest digest recorded on            ***
      *** data/chainhead.dat is no longer on file (entries cut off  ***
      *** the end). Entries written before the chain began are      ***
      *** counted but not judged. The first broken link in each     ***
      *** trail - where it is and what is wrong - goes to           ***
      *** data/chaincheck.txt; the walk of that trail stops there.  ***
      *** Exits with RETURN-CODE 8 when any trail is broken, so the ***
      *** night halts for someone to look, 0 when all three verify. ***
      *** Run with the same AUDIT_CHAIN_KEY as the writers.         ***
      *** An entry erasecustomers has overwritten with the          ***
      *** "*ERASED*" tombstone no longer makes its own digest: it   ***
      *** is taken on its filed digest, and counted as erased, only ***
      *** when the erasure register data/erasures.log accounts for  ***
      *** it - an audit entry of a login tombstoned no later than   ***
      *** the last erasure, a change to a customer the register     ***
      *** lists. Anything else carrying the tombstone is judged     ***
      *** like any other entry.                                     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifychain.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "chaindef.cbl".
           COPY "chistdef.cbl".

           SELECT auditlog-file
               ASSIGN TO auditlog-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditlog-file-status.

           SELECT archindex-file
               ASSIGN TO "data/auditarchive.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archindex-file-status.

           SELECT journal-file
               ASSIGN TO "data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-file-status.

           SELECT register-file
               ASSIGN TO "data/erasures.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS register-file-status.

           SELECT report-file
               ASSIGN TO "data/chaincheck.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD chainhead-file.
       01 chainhead-record.
           COPY "chainfld.cbl".

       FD custhist-file.
       01 custhist-record.
           COPY "chistfld.cbl".

       FD auditlog-file.
       01 audit-record.
           COPY "auditfld.cbl".

       FD archindex-file.
       01 archindex-line PIC X(120).

       FD journal-file.
       01 journal-record.
           COPY "jrnfld.cbl".

       FD register-file.
       01 register-record.
           COPY "erasefld.cbl".

       FD report-file.
       01 report-line PIC X(200).

       WORKING-STORAGE SECTION.
       77 chainhead-file-status PIC X(2).
       77 custhist-file-status  PIC X(2).
       77 auditlog-file-status  PIC X(2).
       77 archindex-file-status PIC X(2).
       77 journal-file-status   PIC X(2).
       77 report-file-status    PIC X(2).
       77 register-file-status  PIC X(2).
       77 auditlog-file-name    PIC X(64).
       77 cfs-failed            PIC X(01).

       77 genesis-hash   PIC X(16) VALUE ALL "0".

      *** The head of the trail being verified, as filed.           ***
       77 trail-label    PIC X(10).
       77 head-found     PIC X(01).
       77 head-hash      PIC X(16).
       77 head-last-seq  PIC X(10).
       77 head-first-seq PIC X(10).

      *** The walk's state: the digest the next entry must chain    ***
      *** onto, and what has been seen so far.                      ***
       77 prev-hash      PIC X(16).
       77 seen-hash      PIC X(16).
       77 calc-hash      PIC X(16).
       77 chain-entry    PIC X(1400).
       77 chain-started  PIC X(01).
       77 chain-broken   PIC X(01).
       77 head-seen      PIC X(01).
       77 file-required  PIC X(01).
       77 entries-count  PIC 9(9) USAGE COMP-5.
       77 chained-count  PIC 9(9) USAGE COMP-5.
       77 file-recno     PIC 9(9) USAGE COMP-5.
       77 files-walked   PIC 9(5) USAGE COMP-5.
       77 break-count    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 count-disp     PIC Z(8)9.
       77 count-disp-2   PIC Z(8)9.
       77 recno-disp     PIC Z(8)9.
       77 entry-when     PIC X(21).
       77 finding-text   PIC X(100).
       77 where-text     PIC X(100).

      *** One line of the archive index: date, file, record count.  ***
       77 idx-date       PIC X(8).
       77 idx-file       PIC X(64).
       77 idx-count      PIC X(10).
       77 last-idx-file  PIC X(64).

      *** The history is walked newest first along CH-PREV-SEQ.     ***
       77 cur-seq        PIC X(10).
       77 prev-seq       PIC X(10).
       77 expect-hash    PIC X(16).
       77 walk-steps     PIC 9(9) USAGE COMP-5.
       77 unchained-late PIC 9(9) USAGE COMP-5.

      *** The erasure register: the customers erased and the time   ***
      *** of the latest erasure.                                    ***
       77 erased-mark    PIC X(8) VALUE "*ERASED*".
       78 erasure-max VALUE 2000.
       01 erasure-table.
          05 erasure-count   PIC 9(4) USAGE COMP-5 VALUE 0.
          05 erasure-cust-id PIC X(10) OCCURS 2000 TIMES.
       77 erasure-ix     PIC 9(4) USAGE COMP-5.
       77 erasure-latest PIC X(14) VALUE SPACES.
       77 entry-erased   PIC X(01) VALUE "N".
       77 erased-count   PIC 9(9) USAGE COMP-5.
       77 count-disp-3   PIC Z(8)9.
       77 clean-text     PIC X(200).
       77 erased-text    PIC X(60).
       01 ev-image.
           COPY "custfld.cbl" REPLACING LEADING ==CUST== BY ==EV==.

       PROCEDURE DIVISION.

       start-verifychain.

           OPEN OUTPUT report-file.
           CALL 'checkfilestatus' USING "data/chaincheck.txt"
               report-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO report-line.
           STRING "trail chain verification, " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           PERFORM load-erasure-register.

           PERFORM verify-audit-trail.
           PERFORM verify-journal.
           PERFORM verify-custhist.

           IF break-count = 0
               MOVE "  every trail verified - no broken link."
                   TO report-line
               WRITE report-line
           END-IF.

           CLOSE report-file.

           DISPLAY "chaincheck.txt written, " break-count
               " broken trail(s).".

           IF break-count = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *****************************************************************
      *** The trail's head record, and a fresh walk state.          ***
      *****************************************************************
       start-trail.

           MOVE "N" TO head-found.
           MOVE SPACES TO head-hash head-last-seq head-first-seq.

           OPEN INPUT chainhead-file.
           IF chainhead-file-status = "00"
               MOVE trail-label TO CHN-LOG
               READ chainhead-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO head-found
                       MOVE CHN-HASH TO head-hash
                       MOVE CHN-LAST-SEQ TO head-last-seq
                       MOVE CHN-FIRST-SEQ TO head-first-seq
               END-READ
               CLOSE chainhead-file
           END-IF.

           MOVE genesis-hash TO prev-hash.
           MOVE "N" TO chain-started.
           MOVE "N" TO chain-broken.
           MOVE "N" TO head-seen.
           MOVE 0 TO entries-count chained-count files-walked.
           MOVE 0 TO erased-count.
           MOVE "N" TO entry-erased.

       load-erasure-register.

           OPEN INPUT register-file.
           IF register-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ register-file
               AT END MOVE "10" TO register-file-status
           END-READ.
           PERFORM UNTIL register-file-status NOT = "00"
               IF erasure-count < erasure-max
                  AND ERA-CUST-ID NOT = SPACES
                   ADD 1 TO erasure-count
                   MOVE ERA-CUST-ID TO erasure-cust-id(erasure-count)
               END-IF
               IF ERA-STAMP > erasure-latest
                   MOVE ERA-STAMP TO erasure-latest
               END-IF
               READ register-file
                   AT END MOVE "10" TO register-file-status
               END-READ
           END-PERFORM.

           CLOSE register-file.

      *****************************************************************
      *** One entry of a file-ordered trail: seen-hash is what it   ***
      *** carries, chain-entry the entry with that field blanked,   ***
      *** entry-erased "Y" when the erasure register accounts for   ***
      *** its tombstone.                                            ***
      *****************************************************************
       check-one-link.

           ADD 1 TO entries-count.

           IF seen-hash = SPACES
               IF chain-started = "Y"
                   MOVE "entry carries no chain digest"
                       TO finding-text
                   PERFORM record-break
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF entry-erased = "Y"
               ADD 1 TO erased-count
           ELSE
               CALL "chainhash" USING prev-hash chain-entry calc-hash
                   END-CALL
               IF calc-hash NOT = seen-hash
                   IF chain-started = "N"
                       MOVE "the first chained entry does not start "
                         & "the chain - entries before it are missing"
                           TO finding-text
                   ELSE
                       MOVE "digest does not match - this entry was "
                         & "altered, or one before it removed or "
                         & "inserted" TO finding-text
                   END-IF
                   PERFORM record-break
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "Y" TO chain-started.
           MOVE seen-hash TO prev-hash.
           ADD 1 TO chained-count.
           IF head-found = "Y" AND seen-hash = head-hash
               MOVE "Y" TO head-seen
           END-IF.

       record-break.

           MOVE "Y" TO chain-broken.
           ADD 1 TO break-count.

           MOVE SPACES TO report-line.
           STRING "  "                         DELIMITED BY SIZE
                  FUNCTION TRIM(trail-label)   DELIMITED BY SIZE
                  ": first broken link at "    DELIMITED BY SIZE
                  FUNCTION TRIM(where-text)    DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING "    "                       DELIMITED BY SIZE
                  FUNCTION TRIM(finding-text)  DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           DISPLAY FUNCTION TRIM(trail-label) ": broken at "
               FUNCTION TRIM(where-text).

      *****************************************************************
      *** End of a file-ordered trail: the newest digest on the     ***
      *** head must have turned up, or entries were cut off the end.***
      *****************************************************************
       finish-trail.

           IF chain-broken = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "end of trail" TO where-text.
           IF head-found = "Y" AND head-seen = "N"
               MOVE "the newest chained entry is no longer on file - "
                 & "entries were removed from the end" TO finding-text
               PERFORM record-break
               EXIT PARAGRAPH
           END-IF.
           IF head-found = "N" AND chain-started = "Y"
               MOVE "chained entries are on file but the chain head "
                 & "is missing" TO finding-text
               PERFORM record-break
               EXIT PARAGRAPH
           END-IF.

           PERFORM write-trail-clean.

       write-trail-clean.

           MOVE entries-count TO count-disp.
           MOVE chained-count TO count-disp-2.
           MOVE SPACES TO report-line.
           STRING "  "                         DELIMITED BY SIZE
                  FUNCTION TRIM(trail-label)   DELIMITED BY SIZE
                  ": "                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)    DELIMITED BY SIZE
                  " entries, "                 DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-2)  DELIMITED BY SIZE
                  " chained"                   DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           MOVE SPACES TO erased-text.
           IF erased-count > 0
               MOVE erased-count TO count-disp-3
               STRING ", "                       DELIMITED BY SIZE
                      FUNCTION TRIM(count-disp-3) DELIMITED BY SIZE
                      " erased under the register"
                                                 DELIMITED BY SIZE
                   INTO erased-text
               END-STRING
           END-IF.
           MOVE SPACES TO clean-text.
           STRING FUNCTION TRIM(report-line) DELIMITED BY SIZE
                  erased-text                DELIMITED BY "  "
                  " - intact"                DELIMITED BY SIZE
               INTO clean-text
           END-STRING.
           MOVE clean-text TO report-line.
           WRITE report-line.

      *****************************************************************
      *** The audit trail runs through its dated archives, oldest   ***
      *** first, and on into the live file.                         ***
      *****************************************************************
       verify-audit-trail.

           MOVE "audit" TO trail-label.
           PERFORM start-trail.

           MOVE SPACES TO last-idx-file.
           OPEN INPUT archindex-file.
           IF archindex-file-status = "00"
               READ archindex-file
                   AT END MOVE "10" TO archindex-file-status
               END-READ
               PERFORM UNTIL archindex-file-status NOT = "00"
                   OR chain-broken = "Y"
                   MOVE SPACES TO idx-date idx-file idx-count
                   UNSTRING archindex-line DELIMITED BY ALL SPACE
                       INTO idx-date idx-file idx-count
                   END-UNSTRING
      *** A second rotation the same day appended to the same file. ***
                   IF idx-file NOT = SPACES
                      AND idx-file NOT = last-idx-file
                       MOVE idx-file TO auditlog-file-name
                       MOVE "Y" TO file-required
                       PERFORM walk-audit-file
                       MOVE idx-file TO last-idx-file
                   END-IF
                   READ archindex-file
                       AT END MOVE "10" TO archindex-file-status
                   END-READ
               END-PERFORM
               CLOSE archindex-file
           END-IF.

           IF chain-broken = "N"
               MOVE "data/audit.log" TO auditlog-file-name
               MOVE "N" TO file-required
               PERFORM walk-audit-file
           END-IF.

           PERFORM finish-trail.

       walk-audit-file.

           MOVE 0 TO file-recno.
           OPEN INPUT auditlog-file.
           IF auditlog-file-status NOT = "00"
               IF file-required = "Y"
                   MOVE auditlog-file-name TO where-text
                   MOVE "an archive the index lists can't be read"
                       TO finding-text
                   PERFORM record-break
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO files-walked.

           READ auditlog-file
               AT END MOVE "10" TO auditlog-file-status
           END-READ.
           PERFORM UNTIL auditlog-file-status NOT = "00"
               OR chain-broken = "Y"
               ADD 1 TO file-recno
               MOVE AUD-TIMESTAMP TO entry-when
               MOVE AUD-CHAIN TO seen-hash
               MOVE SPACES TO AUD-CHAIN
               MOVE audit-record TO chain-entry
               PERFORM judge-audit-erasure
               PERFORM set-file-where
               PERFORM check-one-link
               READ auditlog-file
                   AT END MOVE "10" TO auditlog-file-status
               END-READ
           END-PERFORM.

           CLOSE auditlog-file.

      *** A login's entries are tombstoned by an erasure, so one    ***
      *** stamped after the latest erasure can't be one of them.    ***
       judge-audit-erasure.

           MOVE "N" TO entry-erased.
           IF AUD-USER = erased-mark
              AND erasure-latest NOT = SPACES
              AND AUD-TIMESTAMP(1:14) NOT > erasure-latest
               MOVE "Y" TO entry-erased
           END-IF.

       set-file-where.

           MOVE file-recno TO recno-disp.
           MOVE SPACES TO where-text.
           STRING FUNCTION TRIM(auditlog-file-name) DELIMITED BY SIZE
                  " entry "                         DELIMITED BY SIZE
                  FUNCTION TRIM(recno-disp)         DELIMITED BY SIZE
                  " ("                              DELIMITED BY SIZE
                  entry-when(1:14)                  DELIMITED BY SIZE
                  ")"                               DELIMITED BY SIZE
               INTO where-text
           END-STRING.

       verify-journal.

           MOVE "journal" TO trail-label.
           PERFORM start-trail.

           MOVE "data/journal.log" TO auditlog-file-name.
           MOVE "N" TO entry-erased.
           MOVE 0 TO file-recno.
           OPEN INPUT journal-file.
           IF journal-file-status = "00"
               READ journal-file
                   AT END MOVE "10" TO journal-file-status
               END-READ
               PERFORM UNTIL journal-file-status NOT = "00"
                   OR chain-broken = "Y"
                   ADD 1 TO file-recno
                   MOVE JRN-STAMP TO entry-when
                   MOVE JRN-CHAIN TO seen-hash
                   MOVE SPACES TO JRN-CHAIN
                   MOVE journal-record TO chain-entry
                   PERFORM set-file-where
                   PERFORM check-one-link
                   READ journal-file
                       AT END MOVE "10" TO journal-file-status
                   END-READ
               END-PERFORM
               CLOSE journal-file
           END-IF.

           PERFORM finish-trail.

      *****************************************************************
      *** The history is keyed, not file-ordered: every change      ***
      *** names the one filed before it. Walk back from the head,   ***
      *** checking each change against its predecessor's digest;    ***
      *** the earliest fault found is the first broken link. Then   ***
      *** every chained change on file must have been on that walk, ***
      *** and none filed since the chain began may lack a digest.   ***
      *****************************************************************
       verify-custhist.

           MOVE "custhist" TO trail-label.
           PERFORM start-trail.
           MOVE SPACES TO finding-text where-text.
           MOVE 0 TO unchained-late walk-steps.

           OPEN INPUT custhist-file.
           IF custhist-file-status NOT = "00"
               IF head-found = "Y"
                   MOVE "data/custhist.dat" TO where-text
                   MOVE "the change history can't be read"
                       TO finding-text
                   PERFORM record-break
               ELSE
                   PERFORM write-trail-clean
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM count-history-entries.

           IF head-found = "N"
               IF chained-count > 0
                   MOVE "data/custhist.dat" TO where-text
                   MOVE "chained changes are on file but the chain "
                     & "head is missing" TO finding-text
                   PERFORM record-break
               ELSE
                   PERFORM write-trail-clean
               END-IF
               CLOSE custhist-file
               EXIT PARAGRAPH
           END-IF.

           MOVE head-last-seq TO cur-seq.
           MOVE head-hash TO expect-hash.
           PERFORM UNTIL cur-seq = SPACES
               PERFORM check-one-change
           END-PERFORM.

           CLOSE custhist-file.

           IF finding-text = SPACES
              AND walk-steps NOT = chained-count
               MOVE "data/custhist.dat" TO where-text
               MOVE walk-steps TO count-disp
               STRING "only "                    DELIMITED BY SIZE
                      FUNCTION TRIM(count-disp)  DELIMITED BY SIZE
                      " chained change(s) are on the chain - the "
                                                 DELIMITED BY SIZE
                      "rest were put in outside it"
                                                 DELIMITED BY SIZE
                   INTO finding-text
               END-STRING
           END-IF.
           IF finding-text = SPACES AND unchained-late > 0
               MOVE "data/custhist.dat" TO where-text
               MOVE "a change filed since the chain began carries no "
                 & "chain digest" TO finding-text
           END-IF.

           IF finding-text NOT = SPACES
               PERFORM record-break
           ELSE
               MOVE walk-steps TO chained-count
               PERFORM write-trail-clean
           END-IF.

       count-history-entries.

           READ custhist-file NEXT RECORD
               AT END MOVE "10" TO custhist-file-status
           END-READ.
           PERFORM UNTIL custhist-file-status NOT = "00"
               ADD 1 TO entries-count
               IF CH-CHAIN NOT = SPACES
                   ADD 1 TO chained-count
               ELSE
                   IF head-first-seq NOT = SPACES
                      AND FUNCTION TEST-NUMVAL(CH-SEQ) = 0
                      AND FUNCTION NUMVAL(CH-SEQ) >
                          FUNCTION NUMVAL(head-first-seq)
                       ADD 1 TO unchained-late
                   END-IF
               END-IF
               READ custhist-file NEXT RECORD
                   AT END MOVE "10" TO custhist-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO custhist-file-status.

      *****************************************************************
      *** One step back: the change named by cur-seq must carry the ***
      *** digest its successor (or the head) chained onto, and that ***
      *** digest must be what its predecessor's and its own         ***
      *** contents make. A loop longer than the file is a fault too.***
      *****************************************************************
       check-one-change.

           ADD 1 TO walk-steps.
           IF walk-steps > entries-count
               MOVE "data/custhist.dat" TO where-text
               MOVE "the chain loops back on itself" TO finding-text
               MOVE SPACES TO cur-seq
               EXIT PARAGRAPH
           END-IF.

           MOVE cur-seq TO CH-SEQ.
           READ custhist-file
               INVALID KEY
                   PERFORM set-change-where
                   MOVE "this change is missing from the history"
                       TO finding-text
                   MOVE SPACES TO cur-seq
                   EXIT PARAGRAPH
           END-READ.

           MOVE CH-WHEN TO entry-when.
           PERFORM set-change-where.
           MOVE CH-CHAIN TO seen-hash.
           MOVE CH-PREV-SEQ TO prev-seq.
           MOVE SPACES TO CH-CHAIN.
           MOVE custhist-record TO chain-entry.
           PERFORM judge-change-erasure.

           IF seen-hash NOT = expect-hash
               MOVE "digest is not the one the next change chained "
                 & "onto - this change was altered or replaced"
                   TO finding-text
           END-IF.

           IF prev-seq = SPACES
               MOVE genesis-hash TO prev-hash
           ELSE
               MOVE prev-seq TO CH-SEQ
               READ custhist-file
                   INVALID KEY
                       MOVE SPACES TO prev-hash
                   NOT INVALID KEY
                       MOVE CH-CHAIN TO prev-hash
               END-READ
           END-IF.

           IF prev-hash NOT = SPACES AND entry-erased NOT = "Y"
               CALL "chainhash" USING prev-hash chain-entry calc-hash
                   END-CALL
               IF calc-hash NOT = seen-hash
                   MOVE "digest does not match - this change was "
                     & "altered, or the one before it" TO finding-text
               END-IF
           END-IF.

           MOVE prev-hash TO expect-hash.
           MOVE prev-seq TO cur-seq.

      *** A change to an erased customer whose image carries the    ***
      *** tombstone.                                                ***
       judge-change-erasure.

           MOVE "N" TO entry-erased.
           PERFORM VARYING erasure-ix FROM 1 BY 1
                   UNTIL erasure-ix > erasure-count
               IF erasure-cust-id(erasure-ix) = CH-CUST-ID
                   MOVE "Y" TO entry-erased
               END-IF
           END-PERFORM.
           IF entry-erased = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO entry-erased.
           MOVE CH-BEFORE TO ev-image.
           IF EV-NAME = erased-mark
               MOVE "Y" TO entry-erased
           END-IF.
           MOVE CH-AFTER TO ev-image.
           IF EV-NAME = erased-mark
               MOVE "Y" TO entry-erased
           END-IF.
           IF entry-erased = "Y"
               ADD 1 TO erased-count
           END-IF.

       set-change-where.

           MOVE SPACES TO where-text.
           STRING "data/custhist.dat change " DELIMITED BY SIZE
                  FUNCTION TRIM(cur-seq)      DELIMITED BY SIZE
               INTO where-text
           END-STRING.
           IF entry-when NOT = SPACES
               STRING FUNCTION TRIM(where-text) DELIMITED BY SIZE
                      " ("                      DELIMITED BY SIZE
                      entry-when(1:14)          DELIMITED BY SIZE
                      ")"                       DELIMITED BY SIZE
                   INTO finding-text
               END-STRING
               MOVE finding-text TO where-text
               MOVE SPACES TO finding-text
           END-IF.
