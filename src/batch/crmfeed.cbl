      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly customer change feed for the CRM         ***
      *****************************************************************
      *** Batch job, run nightly after erasecustomers: the sales    ***
      *** CRM's delta feed, built from the customer change history  ***
      *** (data/custhist.dat, filed by logcustchange) rather than   ***
      *** from the master, so the CRM sees what happened and not    ***
      *** just what is left - adds, changes, soft-deletes, merges   ***
      *** (with CUST-MERGED-INTO) and erasures. Every change past   ***
      *** the high-water mark in data/crmstate.txt (crmfld) goes    ***
      *** out, oldest first, as data/crmfeed_<run stamp>.txt; the   ***
      *** mark only moves up to the last change sent once the CRM   ***
      *** has acknowledged the file by naming it in                 ***
      *** data/crmfeed.ack. Until then each run sends the           ***
      *** unacknowledged changes again with the new ones, so        ***
      *** nothing is lost to a feed the CRM never loaded; every     ***
      *** change carries its CH-SEQ, so one seen twice is known.    ***
      *** More changes than one file takes wait for the next run.   ***
      *** Resend: CRM_RESEND_FROM=yyyymmdd (and CRM_RESEND_TO,      ***
      *** default today) rebuilds the feed for the changes filed    ***
      *** in that window as data/crmresend_<from>_<to>.txt and      ***
      *** leaves the state alone.                                   ***
      *** Personal fields are opened with custcrypt on the way out; ***
      *** without the customer keys no feed is written at all.      ***
      *** Record shapes (pipes in a value are sent as "/"):         ***
      ***   H|<run stamp>|N|<mark>  or  H|<run stamp>|R|<from>|<to> ***
      ***   D|<type>|<seq>|<when>|id|name|email|addr1|addr2|city|   ***
      ***     postcode|phone|status|merged-into|owner|company|      ***
      ***     currency|lang|no-marketing|no-email|no-sms            ***
      ***     type: A add, C change, D soft-delete, M merge,        ***
      ***     E erasure                                             ***
      ***   T|<details>|<A>|<C>|<D>|<M>|<E>|<last seq>              ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmfeed.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "chistdef.cbl".

           SELECT feed-file
               ASSIGN TO feed-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feed-file-status.

           SELECT state-file
               ASSIGN TO "data/crmstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS state-file-status.

           SELECT ack-file
               ASSIGN TO "data/crmfeed.ack"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD custhist-file.
       01 custhist-record.
           COPY "chistfld.cbl".

       FD feed-file.
       01 feed-line PIC X(600).

       FD state-file.
       01 state-record.
           COPY "crmfld.cbl".

       FD ack-file.
       01 ack-line PIC X(100).

       WORKING-STORAGE SECTION.
       77 custhist-file-status PIC X(2).
       77 feed-file-status     PIC X(2).
       77 state-file-status    PIC X(2).
       77 ack-file-status      PIC X(2).

       77 run-stamp      PIC X(14).
       77 feed-file-name PIC X(64).
       77 resend-mode    PIC X(01) VALUE "N".
       77 resend-from    PIC X(8) VALUE SPACES.
       77 resend-to      PIC X(8) VALUE SPACES.
       77 feed-failed    PIC X(01) VALUE "N".
       77 fail-text      PIC X(80) VALUE SPACES.
       77 ack-name       PIC X(100).

      *** The changes going out, in CH-SEQ order as they are found  ***
      *** (an insertion into the sorted table). A full table keeps  ***
      *** the oldest; the rest go next time.                        ***
       78 cf-max VALUE 5000.
       77 cf-count       PIC 9(5) USAGE COMP-5 VALUE 0.
       77 cf-pos         PIC 9(5) USAGE COMP-5.
       77 cf-ctr         PIC 9(5) USAGE COMP-5.
       77 cf-overflow    PIC X(01) VALUE "N".
       01 cf-table.
          05 cf-seq PIC 9(10) OCCURS 5000 TIMES.

       77 ch-seq-num     PIC 9(10).
       77 ch-seq-disp    PIC Z(9)9.
       77 last-seq       PIC 9(10) VALUE 0.

      *** The after image, laid over to reach its fields.           ***
       01 fa-image.
           COPY "custfld.cbl" REPLACING LEADING ==CUST== BY ==FA==.
       01 fb-image.
           COPY "custfld.cbl" REPLACING LEADING ==CUST== BY ==FB==.
       77 open-result    PIC X(01).
       77 change-type    PIC X(01).

       77 detail-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 add-count      PIC 9(7) USAGE COMP-5 VALUE 0.
       77 change-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 delete-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 merge-count    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 erase-count    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 count-disp     PIC Z(6)9.
       77 count-disp-2   PIC Z(6)9.
       77 count-disp-3   PIC Z(6)9.
       77 count-disp-4   PIC Z(6)9.
       77 count-disp-5   PIC Z(6)9.
       77 count-disp-6   PIC Z(6)9.
       77 seq-disp       PIC Z(9)9.
       77 line-ptr       PIC 9(4) USAGE COMP-5.

       77 cleanup-command PIC X(120).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-crmfeed.

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.

           ACCEPT resend-from FROM ENVIRONMENT "CRM_RESEND_FROM"
               END-ACCEPT.
           ACCEPT resend-to FROM ENVIRONMENT "CRM_RESEND_TO"
               END-ACCEPT.
           IF resend-from NOT = SPACES
               MOVE "Y" TO resend-mode
               IF resend-to = SPACES
                   MOVE run-stamp(1:8) TO resend-to
               END-IF
               IF resend-from IS NOT NUMERIC
                  OR resend-to IS NOT NUMERIC
                  OR resend-to < resend-from
                   DISPLAY "crmfeed: CRM_RESEND_FROM and CRM_RESEND_TO "
                       "must be yyyymmdd, from not after to - "
                       "nothing sent."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           IF resend-mode = "N"
               PERFORM load-crm-state
               PERFORM check-acknowledgement
           END-IF.

           OPEN INPUT custhist-file.
           IF custhist-file-status NOT = "00"
              AND custhist-file-status NOT = "35"
               DISPLAY "crmfeed: the change history could not be "
                   "opened (" custhist-file-status ") - nothing sent."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF custhist-file-status = "00"
               PERFORM collect-changes
           END-IF.

           MOVE SPACES TO feed-file-name.
           IF resend-mode = "Y"
               STRING "data/crmresend_" DELIMITED BY SIZE
                      resend-from       DELIMITED BY SIZE
                      "_"               DELIMITED BY SIZE
                      resend-to         DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                   INTO feed-file-name
               END-STRING
           ELSE
               STRING "data/crmfeed_"   DELIMITED BY SIZE
                      run-stamp         DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                   INTO feed-file-name
               END-STRING
           END-IF.

           OPEN OUTPUT feed-file.
           IF feed-file-status NOT = "00"
               IF custhist-file-status = "00"
                   CLOSE custhist-file
               END-IF
               DISPLAY "crmfeed: " FUNCTION TRIM(feed-file-name)
                   " could not be written - nothing sent."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM write-feed-header.
           PERFORM VARYING cf-ctr FROM 1 BY 1
                   UNTIL cf-ctr > cf-count OR feed-failed = "Y"
               PERFORM write-one-change
           END-PERFORM.
           PERFORM write-feed-trailer.

           CLOSE feed-file.
           IF custhist-file-status = "00"
              OR custhist-file-status = "10"
              OR custhist-file-status = "23"
               CLOSE custhist-file
           END-IF.

      *** A feed short of a change it should carry is no feed.      ***
           IF feed-failed = "Y"
               MOVE SPACES TO cleanup-command
               STRING "rm -f "                      DELIMITED BY SIZE
                      FUNCTION TRIM(feed-file-name) DELIMITED BY SIZE
                   INTO cleanup-command
               END-STRING
               CALL "SYSTEM" USING cleanup-command END-CALL
               DISPLAY "crmfeed: " FUNCTION TRIM(fail-text)
                   " - no feed written, the mark is unchanged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE feed-file-name TO rpt-reg-name.
           MOVE "crmfeed" TO rpt-reg-program.
           MOVE detail-count TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           IF resend-mode = "N"
               IF cf-count > 0
                   MOVE last-seq TO CRM-SENT-SEQ
               ELSE
                   MOVE CRM-ACKED-SEQ TO CRM-SENT-SEQ
               END-IF
               MOVE run-stamp      TO CRM-SENT-STAMP
               MOVE feed-file-name TO CRM-SENT-FILE
               PERFORM save-crm-state
           END-IF.

           DISPLAY "crmfeed: " FUNCTION TRIM(feed-file-name)
               " written, " detail-count " change(s).".
           IF cf-overflow = "Y"
               IF resend-mode = "Y"
                   DISPLAY "crmfeed: the window holds more changes "
                       "than one file takes - only the oldest were "
                       "sent; resend a narrower window."
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "crmfeed: more changes wait for the next run."
           END-IF.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** No state yet is a first run: everything goes. A state     ***
      *** line that doesn't read is fixed by hand, never guessed.   ***
      *****************************************************************
       load-crm-state.

           MOVE SPACES TO state-record.
           MOVE 0 TO CRM-ACKED-SEQ CRM-SENT-SEQ.
           OPEN INPUT state-file.
           IF state-file-status = "00"
               READ state-file
                   AT END CONTINUE
               END-READ
               CLOSE state-file
           END-IF.
           IF CRM-ACKED-SEQ NOT NUMERIC
              OR CRM-SENT-SEQ NOT NUMERIC
               DISPLAY "crmfeed: data/crmstate.txt unreadable - fix "
                   "or remove it before the feed resumes."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       save-crm-state.

           OPEN OUTPUT state-file.
           IF state-file-status = "00"
               WRITE state-record
               CLOSE state-file
           END-IF.

      *****************************************************************
      *** The CRM names the file it loaded, with or without the     ***
      *** data/ directory. Only the file last sent moves the mark;  ***
      *** an acknowledgement of an older one is spent either way -  ***
      *** its changes are all in the newer file.                    ***
      *****************************************************************
       check-acknowledgement.

           IF CRM-SENT-FILE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ack-name.
           OPEN INPUT ack-file.
           IF ack-file-status = "00"
               READ ack-file
                   AT END CONTINUE
               END-READ
               IF ack-file-status = "00"
                   MOVE FUNCTION TRIM(ack-line) TO ack-name
               END-IF
               CLOSE ack-file
               MOVE "rm -f data/crmfeed.ack" TO cleanup-command
               CALL "SYSTEM" USING cleanup-command END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF ack-name NOT = SPACES
              AND (ack-name = CRM-SENT-FILE
                   OR ack-name = CRM-SENT-FILE(6:))
               MOVE CRM-SENT-SEQ TO CRM-ACKED-SEQ
               MOVE run-stamp TO CRM-ACKED-STAMP
               MOVE CRM-SENT-SEQ TO seq-disp
               DISPLAY "crmfeed: " FUNCTION TRIM(CRM-SENT-FILE)
                   " acknowledged - mark now "
                   FUNCTION TRIM(seq-disp) "."
               MOVE SPACES TO CRM-SENT-FILE
               PERFORM save-crm-state
           ELSE
               DISPLAY "crmfeed: " FUNCTION TRIM(CRM-SENT-FILE)
                   " not acknowledged - its changes go again."
           END-IF.

      *****************************************************************
      *** Every change past the mark (or filed in the resend        ***
      *** window). CH-SEQ is a number kept as text, so it is        ***
      *** compared as a number.                                     ***
      *****************************************************************
       collect-changes.

           READ custhist-file NEXT RECORD
               AT END MOVE "10" TO custhist-file-status
           END-READ.
           PERFORM UNTIL custhist-file-status NOT = "00"
               PERFORM judge-one-change
               READ custhist-file NEXT RECORD
                   AT END MOVE "10" TO custhist-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO custhist-file-status.

       judge-one-change.

           IF FUNCTION TEST-NUMVAL(CH-SEQ) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ch-seq-num = FUNCTION NUMVAL(CH-SEQ).

           IF resend-mode = "Y"
               IF CH-WHEN(1:8) < resend-from
                  OR CH-WHEN(1:8) > resend-to
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF ch-seq-num NOT > CRM-ACKED-SEQ
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM insert-one-seq.

       insert-one-seq.

           IF cf-count >= cf-max
               MOVE "Y" TO cf-overflow
               IF ch-seq-num NOT < cf-seq(cf-count)
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM cf-count
           END-IF.

           ADD 1 TO cf-count.
           MOVE cf-count TO cf-pos.
           PERFORM UNTIL cf-pos = 1
               OR cf-seq(cf-pos - 1) NOT > ch-seq-num
               MOVE cf-seq(cf-pos - 1) TO cf-seq(cf-pos)
               SUBTRACT 1 FROM cf-pos
           END-PERFORM.
           MOVE ch-seq-num TO cf-seq(cf-pos).

       write-feed-header.

           MOVE SPACES TO feed-line.
           IF resend-mode = "Y"
               STRING "H|"        DELIMITED BY SIZE
                      run-stamp   DELIMITED BY SIZE
                      "|R|"       DELIMITED BY SIZE
                      resend-from DELIMITED BY SIZE
                      "|"         DELIMITED BY SIZE
                      resend-to   DELIMITED BY SIZE
                   INTO feed-line
               END-STRING
           ELSE
               MOVE CRM-ACKED-SEQ TO seq-disp
               STRING "H|"                   DELIMITED BY SIZE
                      run-stamp              DELIMITED BY SIZE
                      "|N|"                  DELIMITED BY SIZE
                      FUNCTION TRIM(seq-disp) DELIMITED BY SIZE
                   INTO feed-line
               END-STRING
           END-IF.
           WRITE feed-line.

      *****************************************************************
      *** One change: what kind it was, from the action and the two ***
      *** images, then the customer as the change left it.          ***
      *****************************************************************
       write-one-change.

           MOVE cf-seq(cf-ctr) TO ch-seq-disp.
           MOVE FUNCTION TRIM(ch-seq-disp) TO CH-SEQ.
           READ custhist-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CH-AFTER = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE CH-BEFORE TO fb-image.
           MOVE CH-AFTER TO fa-image.
           CALL "custcrypt" USING "O" fa-image open-result END-CALL.
           IF open-result NOT = "Y"
               MOVE "Y" TO feed-failed
               MOVE "a change is sealed under a key not held"
                   TO fail-text
               EXIT PARAGRAPH
           END-IF.
           INSPECT fa-image REPLACING ALL "|" BY "/".

           EVALUATE TRUE
               WHEN FUNCTION TRIM(CH-ACTION) = "erase"
                   MOVE "E" TO change-type
                   ADD 1 TO erase-count
               WHEN CH-BEFORE = SPACES
                   MOVE "A" TO change-type
                   ADD 1 TO add-count
               WHEN FA-MERGED-INTO NOT = SPACES
                AND FB-MERGED-INTO = SPACES
                   MOVE "M" TO change-type
                   ADD 1 TO merge-count
               WHEN FA-STATUS = "I" AND FB-STATUS NOT = "I"
                   MOVE "D" TO change-type
                   ADD 1 TO delete-count
               WHEN OTHER
                   MOVE "C" TO change-type
                   ADD 1 TO change-count
           END-EVALUATE.

           MOVE SPACES TO feed-line.
           MOVE 1 TO line-ptr.
           STRING "D|"                      DELIMITED BY SIZE
                  change-type               DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(CH-SEQ)     DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  CH-WHEN(1:14)             DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-ID)      DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-NAME)    DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-EMAIL)   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-ADDR1)   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-ADDR2)   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-CITY)    DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-POSTCODE) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-PHONE)   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
               INTO feed-line WITH POINTER line-ptr
           END-STRING.
           STRING FA-STATUS                 DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-MERGED-INTO) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-OWNER)   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-COMPANY) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-CURRENCY) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(FA-LANG)    DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FA-NO-MARKETING           DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FA-NO-EMAIL               DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FA-NO-SMS                 DELIMITED BY SIZE
               INTO feed-line WITH POINTER line-ptr
           END-STRING.
           WRITE feed-line.

           ADD 1 TO detail-count.
           MOVE cf-seq(cf-ctr) TO last-seq.

       write-feed-trailer.

           MOVE detail-count TO count-disp.
           MOVE add-count    TO count-disp-2.
           MOVE change-count TO count-disp-3.
           MOVE delete-count TO count-disp-4.
           MOVE merge-count  TO count-disp-5.
           MOVE erase-count  TO count-disp-6.
           MOVE last-seq     TO seq-disp.
           MOVE SPACES TO feed-line.
           STRING "T|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-2) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-3) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-4) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-5) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-6) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(seq-disp)     DELIMITED BY SIZE
               INTO feed-line
           END-STRING.
           WRITE feed-line.
