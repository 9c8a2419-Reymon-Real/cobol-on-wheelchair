      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  legal hold register, release under dual control  ***
      *****************************************************************
      *** /admin/holds: the legal hold register                     ***
      *** (data/legalholds.dat). A hold names a customer, a login   ***
      *** or a date range, with the reason and who asked for it,    ***
      *** and takes effect the moment it is placed - every purge    ***
      *** and retention job asks checkhold before it removes        ***
      *** anything, and skips and reports what is held. Lifting a   ***
      *** hold is the dangerous direction, so a release is only     ***
      *** filed here, as a pending approval; a second admin lands   ***
      *** it on /admin/approvals. Holds are never deleted.          ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminholds.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "holddef.cbl".
           COPY "apprdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD legalholds-file.
       01 legalholds-record.
           COPY "holdfld.cbl".

       FD pendingappr-file.
       01 pendingappr-record.
           COPY "apprfld.cbl".

       WORKING-STORAGE SECTION.
       77 legalholds-file-status  PIC X(2).
       77 pendingappr-file-status PIC X(2).

       78 lh-shown-max VALUE 15.

       77 lh-action       PIC X(10) VALUE SPACES.
       77 lh-id-text      PIC X(90) VALUE SPACES.
       77 lh-kind-text    PIC X(90) VALUE SPACES.
       77 lh-custid-text  PIC X(90) VALUE SPACES.
       77 lh-user-text    PIC X(90) VALUE SPACES.
       77 lh-from-text    PIC X(90) VALUE SPACES.
       77 lh-to-text      PIC X(90) VALUE SPACES.
       77 lh-reason-text  PIC X(90) VALUE SPACES.
       77 lh-reqstr-text  PIC X(90) VALUE SPACES.
       77 lh-message      PIC X(120) VALUE SPACES.
       77 lh-request-method PIC X(6) VALUE SPACES.
       77 lh-redirect     PIC X(255) VALUE SPACES.

       77 lh-new-key      PIC 9(10).
       77 lh-new-key-disp PIC Z(9)9.
       77 lh-appr-key     PIC 9(10).
       77 lh-appr-key-disp PIC Z(9)9.

       77 lh-shown      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 lh-shown-disp PIC Z(3)9.
       77 lh-var-ctr    PIC 9(4) USAGE COMP-5.
       77 lh-count-disp PIC Z(3)9.

       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-adminholds.

           MOVE SPACES TO the-vars.

           ACCEPT lh-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" lh-action
               END-CALL.
           CALL "getparam" USING the-values "holdid" lh-id-text
               END-CALL.
           CALL "getparam" USING the-values "kind" lh-kind-text
               END-CALL.
           CALL "getparam" USING the-values "custid" lh-custid-text
               END-CALL.
           CALL "getparam" USING the-values "user" lh-user-text
               END-CALL.
           CALL "getparam" USING the-values "from" lh-from-text
               END-CALL.
           CALL "getparam" USING the-values "to" lh-to-text
               END-CALL.
           CALL "getparam" USING the-values "reason" lh-reason-text
               END-CALL.
           CALL "getparam" USING the-values "requester" lh-reqstr-text
               END-CALL.

      *** Same guard the other admin screens carry.                 ***
           IF FUNCTION TRIM(lh-action) NOT = SPACES
               IF FUNCTION TRIM(lh-request-method) NOT = "POST"
                   MOVE "changes must be submitted as a POST"
                       TO lh-message
               ELSE
                   EVALUATE FUNCTION TRIM(lh-action)
                       WHEN "place"   PERFORM do-place-hold
                       WHEN "release" PERFORM do-request-release
                       WHEN OTHER
                           MOVE "unknown action" TO lh-message
                   END-EVALUATE
                   CALL "setflash" USING the-session lh-message
                       END-CALL
                   MOVE "/admin/holds" TO lh-redirect
                   CALL "redirectto" USING lh-redirect END-CALL
                   GOBACK
               END-IF
           END-IF.

           PERFORM show-hold-list.

           MOVE "message" TO COW-varname(95).
           MOVE lh-message TO COW-varvalue(95).

           MOVE lh-shown TO lh-count-disp.
           MOVE "holdcount" TO COW-varname(94).
           MOVE FUNCTION TRIM(lh-count-disp) TO COW-varvalue(94).

           CALL 'cowtemplate' USING the-vars "adminholds.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** A hold stands from the moment it is written: a purge that ***
      *** starts a second later already skips what it names.        ***
      *****************************************************************
       do-place-hold.

           PERFORM check-hold-fields.
           IF lh-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O legalholds-file.
           IF legalholds-file-status = "35"
               OPEN OUTPUT legalholds-file
               CLOSE legalholds-file
               OPEN I-O legalholds-file
           END-IF.
           IF legalholds-file-status NOT = "00"
               MOVE "the legal hold register could not be opened"
                   TO lh-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "LEGALHOLD " lh-new-key END-CALL.
           IF lh-new-key = 0
               CLOSE legalholds-file
               MOVE "could not assign a hold id" TO lh-message
               EXIT PARAGRAPH
           END-IF.

           MOVE lh-new-key TO lh-new-key-disp.
           MOVE SPACES TO legalholds-record.
           MOVE FUNCTION TRIM(lh-new-key-disp) TO HOLD-ID.
           MOVE lh-kind-text(1:1) TO HOLD-KIND.
           EVALUATE HOLD-KIND
               WHEN "C"
                   MOVE FUNCTION TRIM(lh-custid-text) TO HOLD-CUST-ID
               WHEN "U"
                   MOVE FUNCTION TRIM(lh-user-text) TO HOLD-USER
               WHEN "D"
                   MOVE lh-from-text(1:8) TO HOLD-FROM
                   MOVE lh-to-text(1:8) TO HOLD-TO
           END-EVALUATE.
           MOVE FUNCTION TRIM(lh-reason-text) TO HOLD-REASON.
           MOVE FUNCTION TRIM(lh-reqstr-text) TO HOLD-REQUESTER.
           MOVE SESS-USER OF the-session TO HOLD-PLACED-BY.
           MOVE FUNCTION CURRENT-DATE TO HOLD-PLACED-WHEN.
           MOVE "A" TO HOLD-STATUS.
           WRITE legalholds-record
               INVALID KEY
                   MOVE "the hold could not be written" TO lh-message
               NOT INVALID KEY
                   MOVE "legalholds" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE HOLD-ID TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE legalholds-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   STRING "hold " DELIMITED BY SIZE
                          FUNCTION TRIM(lh-new-key-disp)
                              DELIMITED BY SIZE
                          " placed - the purges skip it from now on"
                              DELIMITED BY SIZE
                       INTO lh-message
                   END-STRING
           END-WRITE.
           CLOSE legalholds-file.

      *** The reason and the requester are what a court will ask    ***
      *** about; each kind needs the one field that says what it    ***
      *** holds.                                                    ***
       check-hold-fields.

           IF FUNCTION TRIM(lh-reason-text) = SPACES
              OR FUNCTION TRIM(lh-reqstr-text) = SPACES
               MOVE "a hold needs its reason and who requested it"
                   TO lh-message
               EXIT PARAGRAPH
           END-IF.

           EVALUATE lh-kind-text(1:1)
               WHEN "C"
                   IF FUNCTION TRIM(lh-custid-text) = SPACES
                       MOVE "a customer hold needs the customer id"
                           TO lh-message
                   END-IF
               WHEN "U"
                   IF FUNCTION TRIM(lh-user-text) = SPACES
                       MOVE "a user hold needs the login name"
                           TO lh-message
                   END-IF
               WHEN "D"
                   IF lh-from-text(1:8) IS NOT NUMERIC
                      OR lh-from-text(9:) NOT = SPACES
                       MOVE "a date hold needs from as yyyymmdd"
                           TO lh-message
                       EXIT PARAGRAPH
                   END-IF
                   IF lh-to-text NOT = SPACES
                       IF lh-to-text(1:8) IS NOT NUMERIC
                          OR lh-to-text(9:) NOT = SPACES
                          OR lh-to-text(1:8) < lh-from-text(1:8)
                           MOVE "to must be yyyymmdd, not before from"
                               TO lh-message
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "choose what the hold covers" TO lh-message
           END-EVALUATE.

      *****************************************************************
      *** A release is filed, not applied: the hold keeps working   ***
      *** until a second admin approves it, and only one release    ***
      *** may be waiting on a hold at a time.                       ***
      *****************************************************************
       do-request-release.

           IF FUNCTION TRIM(lh-reason-text) = SPACES
               MOVE "a release needs its reason" TO lh-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O legalholds-file.
           IF legalholds-file-status NOT = "00"
               MOVE "the legal hold register could not be opened"
                   TO lh-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(lh-id-text) TO HOLD-ID.
           READ legalholds-file
               INVALID KEY
                   MOVE "no hold under that id" TO lh-message
               NOT INVALID KEY
                   IF HOLD-STATUS NOT = "A"
                       MOVE "that hold has already been released"
                           TO lh-message
                   ELSE
                       IF HOLD-REL-APPR NOT = SPACES
                           MOVE "a release of that hold is already "
                             & "waiting for approval" TO lh-message
                       ELSE
                           PERFORM file-the-release
                       END-IF
                   END-IF
           END-READ.
           CLOSE legalholds-file.

       file-the-release.

           OPEN I-O pendingappr-file.
           IF pendingappr-file-status = "35"
               OPEN OUTPUT pendingappr-file
               CLOSE pendingappr-file
               OPEN I-O pendingappr-file
           END-IF.
           IF pendingappr-file-status NOT = "00"
               MOVE "the approvals dataset could not be opened"
                   TO lh-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "APPROVAL  " lh-appr-key END-CALL.
           IF lh-appr-key = 0
               CLOSE pendingappr-file
               MOVE "could not assign an approval id" TO lh-message
               EXIT PARAGRAPH
           END-IF.

           MOVE lh-appr-key TO lh-appr-key-disp.
           MOVE SPACES TO pendingappr-record.
           MOVE FUNCTION TRIM(lh-appr-key-disp) TO APPR-ID.
           MOVE "hold" TO APPR-KIND.
           MOVE "release" TO APPR-ACTION.
           MOVE HOLD-ID TO APPR-TARGET.
           MOVE FUNCTION TRIM(lh-reason-text) TO APPR-DETAIL.
           MOVE SESS-USER OF the-session TO APPR-REQ-BY.
           MOVE FUNCTION CURRENT-DATE TO APPR-REQ-WHEN.
           MOVE "P" TO APPR-STATUS.
           WRITE pendingappr-record
               INVALID KEY
                   MOVE "the release could not be filed" TO lh-message
           END-WRITE.
           CLOSE pendingappr-file.
           IF lh-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE legalholds-record TO jf-before.
           MOVE APPR-ID TO HOLD-REL-APPR.
           REWRITE legalholds-record
               INVALID KEY
                   MOVE "the hold could not be updated" TO lh-message
               NOT INVALID KEY
                   MOVE "legalholds" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE HOLD-ID TO jf-key
                   MOVE legalholds-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   STRING "release filed for approval as "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(lh-appr-key-disp)
                              DELIMITED BY SIZE
                          " - the hold stands until a second admin "
                              DELIMITED BY SIZE
                          "approves it" DELIMITED BY SIZE
                       INTO lh-message
                   END-STRING
           END-REWRITE.

       show-hold-list.

           MOVE 0 TO lh-shown.

           OPEN INPUT legalholds-file.
           IF legalholds-file-status = "00"
               READ legalholds-file NEXT RECORD
                   AT END MOVE "10" TO legalholds-file-status
               END-READ
               PERFORM UNTIL legalholds-file-status NOT = "00"
                   OR lh-shown >= lh-shown-max
                   IF HOLD-STATUS = "A"
                       PERFORM add-hold-to-vars
                       ADD 1 TO lh-shown
                   END-IF
                   READ legalholds-file NEXT RECORD
                       AT END MOVE "10" TO legalholds-file-status
                   END-READ
               END-PERFORM
               CLOSE legalholds-file
           END-IF.

       add-hold-to-vars.

           MOVE lh-shown TO lh-shown-disp.

           COMPUTE lh-var-ctr = (lh-shown * 6) + 1.
           MOVE FUNCTION TRIM(HOLD-ID) TO COW-varvalue(lh-var-ctr).
           STRING "lh" DELIMITED BY SIZE
                  FUNCTION TRIM(lh-shown-disp) DELIMITED BY SIZE
                  "id" DELIMITED BY SIZE
               INTO COW-varname(lh-var-ctr).

           ADD 1 TO lh-var-ctr.
           MOVE SPACES TO COW-varvalue(lh-var-ctr).
           EVALUATE HOLD-KIND
               WHEN "C"
                   STRING "customer " DELIMITED BY SIZE
                          FUNCTION TRIM(HOLD-CUST-ID) DELIMITED BY SIZE
                       INTO COW-varvalue(lh-var-ctr)
                   END-STRING
               WHEN "U"
                   STRING "user " DELIMITED BY SIZE
                          FUNCTION TRIM(HOLD-USER) DELIMITED BY SIZE
                       INTO COW-varvalue(lh-var-ctr)
                   END-STRING
               WHEN OTHER
                   STRING "dated " DELIMITED BY SIZE
                          HOLD-FROM DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                       INTO COW-varvalue(lh-var-ctr)
                   END-STRING
                   IF HOLD-TO = SPACES
                       MOVE "(open)" TO COW-varvalue(lh-var-ctr)(19:)
                   ELSE
                       MOVE HOLD-TO TO COW-varvalue(lh-var-ctr)(19:)
                   END-IF
           END-EVALUATE.
           STRING "lh" DELIMITED BY SIZE
                  FUNCTION TRIM(lh-shown-disp) DELIMITED BY SIZE
                  "what" DELIMITED BY SIZE
               INTO COW-varname(lh-var-ctr).

           ADD 1 TO lh-var-ctr.
           MOVE FUNCTION TRIM(HOLD-REASON) TO COW-varvalue(lh-var-ctr).
           STRING "lh" DELIMITED BY SIZE
                  FUNCTION TRIM(lh-shown-disp) DELIMITED BY SIZE
                  "reason" DELIMITED BY SIZE
               INTO COW-varname(lh-var-ctr).

           ADD 1 TO lh-var-ctr.
           MOVE FUNCTION TRIM(HOLD-REQUESTER)
               TO COW-varvalue(lh-var-ctr).
           STRING "lh" DELIMITED BY SIZE
                  FUNCTION TRIM(lh-shown-disp) DELIMITED BY SIZE
                  "requester" DELIMITED BY SIZE
               INTO COW-varname(lh-var-ctr).

           ADD 1 TO lh-var-ctr.
           MOVE SPACES TO COW-varvalue(lh-var-ctr).
           STRING FUNCTION TRIM(HOLD-PLACED-BY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HOLD-PLACED-WHEN(1:8) DELIMITED BY SIZE
               INTO COW-varvalue(lh-var-ctr)
           END-STRING.
           STRING "lh" DELIMITED BY SIZE
                  FUNCTION TRIM(lh-shown-disp) DELIMITED BY SIZE
                  "placed" DELIMITED BY SIZE
               INTO COW-varname(lh-var-ctr).

           ADD 1 TO lh-var-ctr.
           MOVE SPACES TO COW-varvalue(lh-var-ctr).
           IF HOLD-REL-APPR NOT = SPACES
               STRING "approval " DELIMITED BY SIZE
                      FUNCTION TRIM(HOLD-REL-APPR) DELIMITED BY SIZE
                   INTO COW-varvalue(lh-var-ctr)
               END-STRING
           END-IF.
           STRING "lh" DELIMITED BY SIZE
                  FUNCTION TRIM(lh-shown-disp) DELIMITED BY SIZE
                  "relappr" DELIMITED BY SIZE
               INTO COW-varname(lh-var-ctr).
