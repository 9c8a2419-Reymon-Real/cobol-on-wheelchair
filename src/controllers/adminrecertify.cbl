      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  quarterly access recertification screen          ***
      *** UPDATE:  expired API keys are left out of the account     ***
      ***          snapshot                                         ***
      *** UPDATE:  staff roles granted trading companies count as   ***
      ***          admin                                            ***
      *****************************************************************
      *** /admin/recertify, in the adminusers mold: each quarter    ***
      *** the auditors get proof that every enabled account still   ***
      *** needs its role, instead of a screenshot of /admin/users.  ***
      *** A posted "action" of:                                     ***
      ***  - "open" starts this quarter's campaign: every enabled   ***
      ***    account on users.dat is put on data/recerts.dat        ***
      ***    (certfld.cbl) with its role, second factor, last       ***
      ***    successful login and the API keys it owns, for one     ***
      ***    named reviewer - an enabled admin - to decide by the   ***
      ***    deadline given;                                        ***
      ***  - "confirm" records that the account keeps its role;     ***
      ***  - "revoke" files the account's disable on the approvals  ***
      ***    dataset exactly as /admin/users does, so a second      ***
      ***    admin lands it on /admin/approvals.                    ***
      *** Only the named reviewer decides a line - except their own ***
      *** account's, which any other admin decides. After the       ***
      *** deadline nothing is decided here: the nightly             ***
      *** closerecerts job disables whatever is still unreviewed,   ***
      *** follows the revocations through the approvals and puts    ***
      *** the finished review on the report spool.                  ***
      *** The page shows the newest campaign, undecided lines       ***
      *** first.                                                    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminrecertify.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "certdef.cbl".
           COPY "userdef.cbl".
           COPY "lastlogdef.cbl".
           COPY "apikeydef.cbl".
           COPY "apprdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD recerts-file.
       01 recert-record.
           COPY "certfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD lastlogin-file.
       01 lastlogin-record.
           COPY "lastlogfld.cbl".

       FD apikeys-file.
       01 apikey-record.
           COPY "apikeyfld.cbl".

       FD pendingappr-file.
       01 pendingappr-record.
           COPY "apprfld.cbl".

       WORKING-STORAGE SECTION.
       77 recerts-file-status     PIC X(2).
       77 users-file-status       PIC X(2).
       77 lastlogin-file-status   PIC X(2).
       77 apikeys-file-status     PIC X(2).
       77 pendingappr-file-status PIC X(2).

       78 CE-SHOWN-MAX VALUE 30.

       77 ce-action       PIC X(10) VALUE SPACES.
       77 ce-role-codes   PIC X(60).
       77 ce-role-staff   PIC X(01).
       77 ce-reviewer-text PIC X(90) VALUE SPACES.
       77 ce-deadline-text PIC X(90) VALUE SPACES.
       77 ce-campaign-text PIC X(90) VALUE SPACES.
       77 ce-user-text    PIC X(90) VALUE SPACES.
       77 ce-note-text    PIC X(90) VALUE SPACES.
       77 ce-message      PIC X(90) VALUE SPACES.
       77 ce-request-method PIC X(6) VALUE SPACES.
       77 ce-redirect     PIC X(255) VALUE SPACES.

       77 ce-today        PIC X(8).
       77 ce-quarter      PIC 9(1).
       77 ce-campaign     PIC X(6) VALUE SPACES.
       77 ce-reviewer     PIC X(30) VALUE SPACES.
       77 ce-deadline     PIC X(8) VALUE SPACES.
       77 ce-opened       PIC X(21).
       77 ce-lines        PIC 9(5) USAGE COMP-5 VALUE 0.
       77 ce-pending      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 ce-count-disp   PIC Z(4)9.
       77 ce-key-ptr      PIC 9(4) USAGE COMP-5.
       77 ce-logins-open  PIC X(01).
       77 ce-keys-open    PIC X(01).

       77 ce-appr-key      PIC 9(10).
       77 ce-appr-key-disp PIC Z(9)9.
       77 ce-appr-id       PIC X(10).

       77 ce-pass         PIC 9(1).
       77 ce-shown-count  PIC 9(4) USAGE COMP-5.
       77 ce-shown-disp   PIC Z(3)9.
       77 ce-var-ctr      PIC 9(4) USAGE COMP-5.

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
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

       start-adminrecertify.

           MOVE SPACES TO the-vars.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ce-today.

           ACCEPT ce-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" ce-action
               END-CALL.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(ce-request-method) NOT = "POST"
              AND FUNCTION TRIM(ce-action) NOT = SPACES
               MOVE "reviews must be submitted as a POST"
                   TO ce-message
           ELSE
               EVALUATE FUNCTION TRIM(ce-action)
                   WHEN "open"
                       PERFORM do-open-campaign
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "confirm"
                       PERFORM do-decide-line
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "revoke"
                       PERFORM do-decide-line
                       PERFORM answer-post-redirect
                       GOBACK
               END-EVALUATE
           END-IF.

           PERFORM show-newest-campaign.

           MOVE "message" TO COW-varname(295).
           MOVE ce-message TO COW-varvalue(295).

           MOVE ce-shown-count TO ce-shown-disp.
           MOVE "certcount" TO COW-varname(294).
           MOVE FUNCTION TRIM(ce-shown-disp) TO COW-varvalue(294).

           MOVE "campaign" TO COW-varname(293).
           MOVE ce-campaign TO COW-varvalue(293).
           MOVE "reviewer" TO COW-varname(292).
           MOVE ce-reviewer TO COW-varvalue(292).
           MOVE "deadline" TO COW-varname(291).
           MOVE ce-deadline TO COW-varvalue(291).
           MOVE ce-lines TO ce-count-disp.
           MOVE "accountcount" TO COW-varname(290).
           MOVE FUNCTION TRIM(ce-count-disp) TO COW-varvalue(290).
           MOVE ce-pending TO ce-count-disp.
           MOVE "pendingcount" TO COW-varname(289).
           MOVE FUNCTION TRIM(ce-count-disp) TO COW-varvalue(289).

           CALL 'cowtemplate' USING the-vars "adminrecertify.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash onto the    ***
      *** following GET - a refresh can't open a campaign twice.    ***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session ce-message END-CALL.
           MOVE "/admin/recertify" TO ce-redirect.
           CALL "redirectto" USING ce-redirect END-CALL.

      *****************************************************************
      *** One campaign per quarter. The reviewer must be an enabled ***
      *** admin and the deadline a real date still ahead.           ***
      *****************************************************************
       do-open-campaign.

           CALL "getparam" USING the-values "reviewer"
               ce-reviewer-text END-CALL.
           CALL "getparam" USING the-values "deadline"
               ce-deadline-text END-CALL.

           IF FUNCTION TRIM(ce-reviewer-text) = SPACES
               MOVE "name the admin who reviews this quarter"
                   TO ce-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(ce-deadline-text) NOT = 0
              OR FUNCTION LENGTH(FUNCTION TRIM(ce-deadline-text))
                 NOT = 8
               MOVE "the deadline must be a date, CCYYMMDD"
                   TO ce-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(ce-deadline-text)) NOT = 0
               MOVE "the deadline must be a date, CCYYMMDD"
                   TO ce-message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(ce-deadline-text) TO ce-deadline.
           IF ce-deadline NOT > ce-today
               MOVE "the deadline must be after today" TO ce-message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(ce-reviewer-text) TO ce-reviewer.

           COMPUTE ce-quarter =
               (FUNCTION NUMVAL(ce-today(5:2)) - 1) / 3 + 1.
           MOVE SPACES TO ce-campaign.
           STRING ce-today(1:4) DELIMITED BY SIZE
                  "Q"           DELIMITED BY SIZE
                  ce-quarter    DELIMITED BY SIZE
               INTO ce-campaign
           END-STRING.

           OPEN INPUT users-file.
           IF users-file-status NOT = "00"
               MOVE "users dataset could not be opened"
                   TO ce-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ce-reviewer TO USR-NAME.
           READ users-file
               INVALID KEY
                   MOVE "no account with that username"
                       TO ce-message
           END-READ.
           IF ce-message = SPACES
               CALL "getrolecos" USING USR-ROLE ce-role-codes
                   ce-role-staff END-CALL
               IF USR-ENABLED = "N"
                  OR ce-role-staff NOT = "Y"
                   MOVE "the reviewer must be an enabled admin"
                       TO ce-message
               END-IF
           END-IF.
           IF ce-message NOT = SPACES
               CLOSE users-file
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O recerts-file.
           IF recerts-file-status = "35"
               OPEN OUTPUT recerts-file
               CLOSE recerts-file
               OPEN I-O recerts-file
           END-IF.
           IF recerts-file-status NOT = "00"
               MOVE "the recertification dataset could not be opened"
                   TO ce-message
               CLOSE users-file
               EXIT PARAGRAPH
           END-IF.

           MOVE ce-campaign TO CERT-CAMPAIGN.
           MOVE SPACES TO CERT-USER.
           START recerts-file KEY NOT < CERT-KEY
               INVALID KEY MOVE "23" TO recerts-file-status
           END-START.
           IF recerts-file-status = "00"
               READ recerts-file NEXT RECORD
                   AT END MOVE "10" TO recerts-file-status
               END-READ
               IF recerts-file-status = "00"
                  AND CERT-CAMPAIGN = ce-campaign
                   MOVE SPACES TO ce-message
                   STRING "the "                 DELIMITED BY SIZE
                          ce-campaign            DELIMITED BY SIZE
                          " campaign is already open"
                                                 DELIMITED BY SIZE
                       INTO ce-message
                   END-STRING
                   CLOSE recerts-file
                   CLOSE users-file
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO ce-logins-open ce-keys-open.
           OPEN INPUT lastlogin-file.
           IF lastlogin-file-status = "00"
               MOVE "Y" TO ce-logins-open
           END-IF.
           OPEN INPUT apikeys-file.
           IF apikeys-file-status = "00"
               MOVE "Y" TO ce-keys-open
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO ce-opened.
           MOVE 0 TO ce-lines.
           MOVE LOW-VALUES TO USR-NAME.
           START users-file KEY NOT < USR-NAME
               INVALID KEY MOVE "10" TO users-file-status
           END-START.
           IF users-file-status = "00"
               READ users-file NEXT RECORD
                   AT END MOVE "10" TO users-file-status
               END-READ
           END-IF.
           PERFORM UNTIL users-file-status NOT = "00"
               IF USR-ENABLED NOT = "N"
                   PERFORM put-account-on-campaign
               END-IF
               READ users-file NEXT RECORD
                   AT END MOVE "10" TO users-file-status
               END-READ
           END-PERFORM.

           IF ce-logins-open = "Y"
               CLOSE lastlogin-file
           END-IF.
           IF ce-keys-open = "Y"
               CLOSE apikeys-file
           END-IF.
           CLOSE recerts-file.
           CLOSE users-file.

           MOVE ce-lines TO ce-count-disp.
           MOVE SPACES TO ce-message.
           STRING ce-campaign                  DELIMITED BY SIZE
                  " opened: "                  DELIMITED BY SIZE
                  FUNCTION TRIM(ce-count-disp) DELIMITED BY SIZE
                  " account(s) for "           DELIMITED BY SIZE
                  FUNCTION TRIM(ce-reviewer)   DELIMITED BY SIZE
                  " to review by "             DELIMITED BY SIZE
                  ce-deadline                  DELIMITED BY SIZE
               INTO ce-message
           END-STRING.

      *****************************************************************
      *** The account as it stands today. Admins always sign in     ***
      *** with a second factor, so their 2FA reads Y as on the      ***
      *** users screen.                                             ***
      *****************************************************************
       put-account-on-campaign.

           MOVE SPACES TO recert-record.
           MOVE ce-campaign TO CERT-CAMPAIGN.
           MOVE USR-NAME TO CERT-USER.
           MOVE USR-ROLE TO CERT-ROLE.
           CALL "getrolecos" USING USR-ROLE ce-role-codes
               ce-role-staff END-CALL.
           IF USR-2FA = "Y" OR ce-role-staff = "Y"
               MOVE "Y" TO CERT-2FA
           ELSE
               MOVE "N" TO CERT-2FA
           END-IF.

           IF ce-logins-open = "Y"
               MOVE USR-NAME TO LAST-NAME
               READ lastlogin-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LAST-STAMP TO CERT-LAST-LOGIN
                       MOVE LAST-ADDR TO CERT-LAST-ADDR
               END-READ
           END-IF.

           MOVE 0 TO CERT-KEY-COUNT.
           IF ce-keys-open = "Y"
               PERFORM find-owned-keys
           END-IF.

           MOVE ce-reviewer TO CERT-REVIEWER.
           MOVE ce-deadline TO CERT-DEADLINE.
           MOVE SESS-USER OF the-session TO CERT-OPENED-BY.
           MOVE ce-opened TO CERT-OPENED.
           MOVE "P" TO CERT-STATUS.

           WRITE recert-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ce-lines
                   MOVE "recerts" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE CERT-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE recert-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

      *** The key catalog is keyed by the key itself, so an owner's ***
      *** keys are found by a pass over it. Only the first four     ***
      *** characters of each are kept - enough to tell them apart.  ***
      *** A key past its expiry no longer works and is left out.    ***
       find-owned-keys.

           MOVE 1 TO ce-key-ptr.
           MOVE LOW-VALUES TO AK-KEY.
           START apikeys-file KEY NOT < AK-KEY
               INVALID KEY MOVE "10" TO apikeys-file-status
           END-START.
           IF apikeys-file-status = "00"
               READ apikeys-file NEXT RECORD
                   AT END MOVE "10" TO apikeys-file-status
               END-READ
           END-IF.
           PERFORM UNTIL apikeys-file-status NOT = "00"
               IF AK-OWNER = USR-NAME AND AK-ENABLED NOT = "N"
                  AND (AK-EXPIRES = SPACES OR AK-EXPIRES NOT < ce-today)
                   ADD 1 TO CERT-KEY-COUNT
                   IF ce-key-ptr < 53
                       IF ce-key-ptr > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO CERT-KEY-LIST
                               WITH POINTER ce-key-ptr
                           END-STRING
                       END-IF
                       STRING AK-KEY(1:4) DELIMITED BY SIZE
                              "..."       DELIMITED BY SIZE
                           INTO CERT-KEY-LIST
                           WITH POINTER ce-key-ptr
                       END-STRING
                   END-IF
               END-IF
               READ apikeys-file NEXT RECORD
                   AT END MOVE "10" TO apikeys-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO apikeys-file-status.

      *****************************************************************
      *** confirm / revoke one line: still pending, before the      ***
      *** deadline, and decided by the right person.                ***
      *****************************************************************
       do-decide-line.

           CALL "getparam" USING the-values "campaign"
               ce-campaign-text END-CALL.
           CALL "getparam" USING the-values "username"
               ce-user-text END-CALL.
           CALL "getparam" USING the-values "note"
               ce-note-text END-CALL.

           IF FUNCTION TRIM(ce-campaign-text) = SPACES
              OR FUNCTION TRIM(ce-user-text) = SPACES
               MOVE "a campaign and username are required"
                   TO ce-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ce-action) = "revoke"
              AND FUNCTION TRIM(ce-note-text) = SPACES
               MOVE "say why the access is revoked" TO ce-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O recerts-file.
           IF recerts-file-status NOT = "00"
               MOVE "the recertification dataset could not be opened"
                   TO ce-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ce-campaign-text) TO CERT-CAMPAIGN.
           MOVE FUNCTION TRIM(ce-user-text) TO CERT-USER.
           READ recerts-file
               INVALID KEY
                   MOVE "that account is not on that campaign"
                       TO ce-message
           END-READ.

           IF ce-message = SPACES
               EVALUATE TRUE
                   WHEN CERT-STATUS NOT = "P"
                       MOVE "that account has already been decided"
                           TO ce-message
                   WHEN ce-today > CERT-DEADLINE
                       MOVE "the deadline has passed - the closing "
                         & "job disables unreviewed accounts"
                           TO ce-message
                   WHEN CERT-USER = CERT-REVIEWER
                    AND SESS-USER OF the-session = CERT-REVIEWER
                       MOVE "your own account is decided by another "
                         & "admin" TO ce-message
                   WHEN CERT-USER NOT = CERT-REVIEWER
                    AND SESS-USER OF the-session NOT = CERT-REVIEWER
                       MOVE SPACES TO ce-message
                       STRING "only the named reviewer, "
                                             DELIMITED BY SIZE
                              FUNCTION TRIM(CERT-REVIEWER)
                                             DELIMITED BY SIZE
                              ", decides this campaign"
                                             DELIMITED BY SIZE
                           INTO ce-message
                       END-STRING
               END-EVALUATE
           END-IF.
           IF ce-message NOT = SPACES
               CLOSE recerts-file
               EXIT PARAGRAPH
           END-IF.

           MOVE recert-record TO jf-before.
           IF FUNCTION TRIM(ce-action) = "revoke"
               PERFORM file-revoke-approval
               IF ce-appr-id = SPACES
                   CLOSE recerts-file
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO CERT-STATUS
               MOVE ce-appr-id TO CERT-APPR-ID
           ELSE
               MOVE "C" TO CERT-STATUS
           END-IF.
           MOVE SESS-USER OF the-session TO CERT-DEC-BY.
           MOVE FUNCTION CURRENT-DATE TO CERT-DEC-WHEN.
           MOVE FUNCTION TRIM(ce-note-text) TO CERT-NOTE.

           REWRITE recert-record
               INVALID KEY
                   MOVE "the decision could not be saved"
                       TO ce-message
               NOT INVALID KEY
                   MOVE "recerts" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CERT-KEY TO jf-key
                   MOVE recert-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   MOVE SPACES TO ce-message
                   IF CERT-STATUS = "C"
                       STRING FUNCTION TRIM(CERT-USER)
                                              DELIMITED BY SIZE
                              " confirmed"    DELIMITED BY SIZE
                           INTO ce-message
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(CERT-USER)
                                              DELIMITED BY SIZE
                              ": disable filed for approval as "
                                              DELIMITED BY SIZE
                              FUNCTION TRIM(ce-appr-id)
                                              DELIMITED BY SIZE
                           INTO ce-message
                       END-STRING
                   END-IF
           END-REWRITE.
           CLOSE recerts-file.

      *****************************************************************
      *** The same user/disable request /admin/users files - the    ***
      *** second admin's approval is what disables the account.     ***
      *****************************************************************
       file-revoke-approval.

           MOVE SPACES TO ce-appr-id.

           OPEN I-O pendingappr-file.
           IF pendingappr-file-status = "35"
               OPEN OUTPUT pendingappr-file
               CLOSE pendingappr-file
               OPEN I-O pendingappr-file
           END-IF.
           IF pendingappr-file-status NOT = "00"
               MOVE "the approvals dataset could not be opened"
                   TO ce-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "APPROVAL  " ce-appr-key END-CALL.
           IF ce-appr-key = 0
               CLOSE pendingappr-file
               MOVE "could not assign an approval id" TO ce-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ce-appr-key TO ce-appr-key-disp.
           MOVE SPACES TO pendingappr-record.
           MOVE FUNCTION TRIM(ce-appr-key-disp) TO APPR-ID.
           MOVE "user" TO APPR-KIND.
           MOVE "disable" TO APPR-ACTION.
           MOVE CERT-USER TO APPR-TARGET.
           STRING "recertification "          DELIMITED BY SIZE
                  CERT-CAMPAIGN               DELIMITED BY SIZE
                  ": "                        DELIMITED BY SIZE
                  FUNCTION TRIM(ce-note-text) DELIMITED BY SIZE
               INTO APPR-DETAIL
           END-STRING.
           MOVE SESS-USER OF the-session TO APPR-REQ-BY.
           MOVE FUNCTION CURRENT-DATE TO APPR-REQ-WHEN.
           MOVE "P" TO APPR-STATUS.
           WRITE pendingappr-record
               INVALID KEY
                   MOVE "the approval could not be filed"
                       TO ce-message
               NOT INVALID KEY
                   MOVE APPR-ID TO ce-appr-id
           END-WRITE.
           CLOSE pendingappr-file.

      *****************************************************************
      *** The newest campaign is the last one in key order. Its     ***
      *** undecided lines are listed first, then the decided ones,  ***
      *** up to the page's slots.                                   ***
      *****************************************************************
       show-newest-campaign.

           MOVE 0 TO ce-shown-count ce-lines ce-pending.
           MOVE SPACES TO ce-campaign.

           OPEN INPUT recerts-file.
           IF recerts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ recerts-file NEXT RECORD
               AT END MOVE "10" TO recerts-file-status
           END-READ.
           PERFORM UNTIL recerts-file-status NOT = "00"
               IF CERT-CAMPAIGN NOT = ce-campaign
                   MOVE CERT-CAMPAIGN TO ce-campaign
                   MOVE CERT-REVIEWER TO ce-reviewer
                   MOVE CERT-DEADLINE TO ce-deadline
                   MOVE 0 TO ce-lines ce-pending
               END-IF
               ADD 1 TO ce-lines
               IF CERT-STATUS = "P"
                   ADD 1 TO ce-pending
               END-IF
               READ recerts-file NEXT RECORD
                   AT END MOVE "10" TO recerts-file-status
               END-READ
           END-PERFORM.

           PERFORM VARYING ce-pass FROM 1 BY 1 UNTIL ce-pass > 2
               MOVE ce-campaign TO CERT-CAMPAIGN
               MOVE SPACES TO CERT-USER
               START recerts-file KEY NOT < CERT-KEY
                   INVALID KEY MOVE "10" TO recerts-file-status
                   NOT INVALID KEY MOVE "00" TO recerts-file-status
               END-START
               IF recerts-file-status = "00"
                   READ recerts-file NEXT RECORD
                       AT END MOVE "10" TO recerts-file-status
                   END-READ
               END-IF
               PERFORM UNTIL recerts-file-status NOT = "00"
                   OR CERT-CAMPAIGN NOT = ce-campaign
                   OR ce-shown-count >= CE-SHOWN-MAX
                   IF (ce-pass = 1 AND CERT-STATUS = "P")
                      OR (ce-pass = 2 AND CERT-STATUS NOT = "P")
                       PERFORM add-line-to-vars
                       ADD 1 TO ce-shown-count
                   END-IF
                   READ recerts-file NEXT RECORD
                       AT END MOVE "10" TO recerts-file-status
                   END-READ
               END-PERFORM
           END-PERFORM.

           CLOSE recerts-file.

       add-line-to-vars.

           MOVE ce-shown-count TO ce-shown-disp.

           COMPUTE ce-var-ctr = (ce-shown-count * 7) + 1.
           MOVE FUNCTION TRIM(CERT-USER) TO COW-varvalue(ce-var-ctr).
           STRING "cert" DELIMITED BY SIZE
                  FUNCTION TRIM(ce-shown-disp) DELIMITED BY SIZE
                  "user" DELIMITED BY SIZE
               INTO COW-varname(ce-var-ctr).

           ADD 1 TO ce-var-ctr.
           MOVE FUNCTION TRIM(CERT-ROLE) TO COW-varvalue(ce-var-ctr).
           STRING "cert" DELIMITED BY SIZE
                  FUNCTION TRIM(ce-shown-disp) DELIMITED BY SIZE
                  "role" DELIMITED BY SIZE
               INTO COW-varname(ce-var-ctr).

           ADD 1 TO ce-var-ctr.
           MOVE CERT-2FA TO COW-varvalue(ce-var-ctr).
           STRING "cert" DELIMITED BY SIZE
                  FUNCTION TRIM(ce-shown-disp) DELIMITED BY SIZE
                  "twofa" DELIMITED BY SIZE
               INTO COW-varname(ce-var-ctr).

           ADD 1 TO ce-var-ctr.
           IF CERT-LAST-LOGIN = SPACES
               MOVE "never" TO COW-varvalue(ce-var-ctr)
           ELSE
               STRING CERT-LAST-LOGIN(1:4) DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      CERT-LAST-LOGIN(5:2) DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      CERT-LAST-LOGIN(7:2) DELIMITED BY SIZE
                      " from "             DELIMITED BY SIZE
                      FUNCTION TRIM(CERT-LAST-ADDR)
                                           DELIMITED BY SIZE
                   INTO COW-varvalue(ce-var-ctr)
               END-STRING
           END-IF.
           STRING "cert" DELIMITED BY SIZE
                  FUNCTION TRIM(ce-shown-disp) DELIMITED BY SIZE
                  "lastlogin" DELIMITED BY SIZE
               INTO COW-varname(ce-var-ctr).

           ADD 1 TO ce-var-ctr.
           IF CERT-KEY-COUNT = 0
               MOVE "none" TO COW-varvalue(ce-var-ctr)
           ELSE
               MOVE CERT-KEY-COUNT TO ce-count-disp
               STRING FUNCTION TRIM(ce-count-disp) DELIMITED BY SIZE
                      ": "                         DELIMITED BY SIZE
                      FUNCTION TRIM(CERT-KEY-LIST) DELIMITED BY SIZE
                   INTO COW-varvalue(ce-var-ctr)
               END-STRING
           END-IF.
           STRING "cert" DELIMITED BY SIZE
                  FUNCTION TRIM(ce-shown-disp) DELIMITED BY SIZE
                  "keys" DELIMITED BY SIZE
               INTO COW-varname(ce-var-ctr).

           ADD 1 TO ce-var-ctr.
           EVALUATE CERT-STATUS
               WHEN "P"
                   MOVE "awaiting review" TO COW-varvalue(ce-var-ctr)
               WHEN "C"
                   MOVE "confirmed" TO COW-varvalue(ce-var-ctr)
               WHEN "R"
                   STRING "revocation awaiting approval "
                                              DELIMITED BY SIZE
                          FUNCTION TRIM(CERT-APPR-ID)
                                              DELIMITED BY SIZE
                       INTO COW-varvalue(ce-var-ctr)
                   END-STRING
               WHEN "V"
                   MOVE "revoked" TO COW-varvalue(ce-var-ctr)
               WHEN "K"
                   MOVE "kept - revocation rejected"
                       TO COW-varvalue(ce-var-ctr)
               WHEN "D"
                   MOVE "disabled - not reviewed by the deadline"
                       TO COW-varvalue(ce-var-ctr)
           END-EVALUATE.
           STRING "cert" DELIMITED BY SIZE
                  FUNCTION TRIM(ce-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(ce-var-ctr).

           ADD 1 TO ce-var-ctr.
           MOVE FUNCTION TRIM(CERT-DEC-BY) TO COW-varvalue(ce-var-ctr).
           STRING "cert" DELIMITED BY SIZE
                  FUNCTION TRIM(ce-shown-disp) DELIMITED BY SIZE
                  "decidedby" DELIMITED BY SIZE
               INTO COW-varname(ce-var-ctr).
