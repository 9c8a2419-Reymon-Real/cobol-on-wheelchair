      *** UPDATE:  granting the admin role and disabling an account  ***
      ***          now wait for a second admin on the approvals      ***
      ***          screen instead of applying at once                ***
      *** UPDATE:  an account's mobile number and login-code        ***
      ***          channel are set here                             ***
      *** UPDATE:  staff roles granted trading companies count as   ***
      ***          admin                                            ***
      *** UPDATE:  account creation, re-enabling and second-factor  ***
      ***          removal go to the security event feed            ***
      *****************************************************************
      *** /admin/users, in the adminroutes mold: lists the accounts ***
      *** on data/users.dat and, via a posted "action" field, lets  ***
       77 au-name-text  PIC X(90) VALUE SPACES.
       77 au-pass-text  PIC X(90) VALUE SPACES.
       77 au-role-text  PIC X(90) VALUE SPACES.
       77 au-role       PIC X(10).
       77 au-role-codes PIC X(60).
       77 au-role-staff PIC X(01).
       77 au-email-text PIC X(90) VALUE SPACES.
       77 au-custid-text PIC X(90) VALUE SPACES.
       77 au-mobile-text PIC X(90) VALUE SPACES.
       77 au-channel-text PIC X(90) VALUE SPACES.
       77 au-mobile-ok   PIC X(01).
       77 au-mobile-ptr  PIC 9(4) USAGE COMP-5.
       77 au-message    PIC X(90) VALUE SPACES.
       77 au-request-method PIC X(6) VALUE SPACES.
       77 au-redirect   PIC X(255) VALUE SPACES.
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

      *** A role granted, an account switched on or off, a second   ***
      *** factor taken away: each goes to the security event feed.  ***
       77 au-sec-event  PIC X(20).
       77 au-sec-detail PIC X(120).
       01 security-event.
           COPY "secevtfld.cbl".

       01 the-vars.
           COPY "cowvars.cbl".

                       PERFORM do-set-2fa-flag
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "setmobile"
                       PERFORM do-set-mobile
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   EXIT PARAGRAPH
               END-IF

      *** Granting the admin role, or any staff role, is a two-     ***
      *** person change: the request (with the password already     ***
      *** reduced to its hash) waits on the approvals screen.       ***
               MOVE au-role-text TO au-role
               CALL "getrolecos" USING au-role au-role-codes
                   au-role-staff END-CALL
               IF au-role-staff = "Y"
                   PERFORM file-create-approval
                   EXIT PARAGRAPH
               END-IF
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "role.granted" TO au-sec-event
                           MOVE SPACES TO au-sec-detail
                           STRING "account created with role "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(USR-ROLE)
                                      DELIMITED BY SIZE
                               INTO au-sec-detail
                           END-STRING
                           PERFORM log-user-security-event
                   END-WRITE
                   CLOSE users-file
               ELSE
                  FUNCTION TRIM(au-email-text) DELIMITED BY SIZE
                  "|custid=" DELIMITED BY SIZE
                  FUNCTION TRIM(au-custid-text) DELIMITED BY SIZE
                  "|role=" DELIMITED BY SIZE
                  FUNCTION TRIM(au-role-text) DELIMITED BY SIZE
               INTO au-appr-detail
           END-STRING.
           PERFORM file-one-approval.
                           MOVE user-record TO jf-before
                           IF FUNCTION TRIM(au-action) = "disable"
                               MOVE "N" TO USR-ENABLED
                               MOVE "account.disabled" TO au-sec-event
                           ELSE
                               MOVE "Y" TO USR-ENABLED
                               MOVE "account.enabled" TO au-sec-event
                           END-IF
                           REWRITE user-record
                               INVALID KEY
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE SPACES TO au-sec-detail
                           PERFORM log-user-security-event
                           END-REWRITE
                   END-READ
                   CLOSE users-file
               END-IF
           END-IF.

       log-user-security-event.

           MOVE SPACES TO security-event.
           MOVE au-sec-event TO SEC-EVENT.
           MOVE SESS-USER OF the-session TO SEC-USER.
           MOVE USR-NAME TO SEC-TARGET.
           MOVE au-sec-detail TO SEC-DETAIL.
           CALL "logsecevent" USING security-event END-CALL.

      *****************************************************************
      *** The temporary password works exactly once-ish: login      ***
      *** verifies it but refuses to complete until the user        ***
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           IF USR-2FA = "N"
                               MOVE "mfa.unenrolled" TO au-sec-event
                               MOVE SPACES TO au-sec-detail
                               PERFORM log-user-security-event
                           END-IF
                           END-REWRITE
                   END-READ
                   CLOSE users-file
               END-IF
           END-IF.

      *****************************************************************
      *** The account's mobile number and how its one-time login    ***
      *** code reaches it - "sms" by text to that number, anything  ***
      *** else by mail. Only a + and digits (spaces allowed) are    ***
      *** taken; the SMS spool does the full screening. A blank     ***
      *** number clears it and puts the code back on mail.          ***
      *****************************************************************
       do-set-mobile.

           CALL "getparam" USING the-values "username"
               au-name-text END-CALL.
           CALL "getparam" USING the-values "mobile"
               au-mobile-text END-CALL.
           CALL "getparam" USING the-values "channel"
               au-channel-text END-CALL.

           IF FUNCTION TRIM(au-name-text) = SPACES
               MOVE "a username is required" TO au-message
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO au-mobile-ok.
           IF FUNCTION TRIM(au-mobile-text) NOT = SPACES
               IF au-mobile-text(1:1) NOT = "+"
                  OR FUNCTION LENGTH(FUNCTION TRIM(au-mobile-text))
                     > 20
                   MOVE "N" TO au-mobile-ok
               END-IF
               PERFORM VARYING au-mobile-ptr FROM 2 BY 1
                       UNTIL au-mobile-ptr > 20
                   IF au-mobile-text(au-mobile-ptr:1) NOT NUMERIC
                      AND au-mobile-text(au-mobile-ptr:1) NOT = SPACE
                       MOVE "N" TO au-mobile-ok
                   END-IF
               END-PERFORM
           END-IF.
           IF au-mobile-ok NOT = "Y"
               MOVE "a mobile number is a + and the digits with the "
                   & "country code" TO au-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(au-channel-text) = "sms"
              AND FUNCTION TRIM(au-mobile-text) = SPACES
               MOVE "codes by text need a mobile number"
                   TO au-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O users-file.
           IF users-file-status NOT = "00"
               MOVE "users dataset could not be opened"
                   TO au-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(au-name-text) TO USR-NAME.
           READ users-file
               INVALID KEY
                   MOVE "no account with that username"
                       TO au-message
               NOT INVALID KEY
                   MOVE user-record TO jf-before
                   MOVE FUNCTION TRIM(au-mobile-text) TO USR-MOBILE
                   IF FUNCTION TRIM(au-channel-text) = "sms"
                       MOVE "S" TO USR-2FA-CHANNEL
                   ELSE
                       MOVE "E" TO USR-2FA-CHANNEL
                   END-IF
                   REWRITE user-record
                       INVALID KEY
                           MOVE "could not update the account"
                               TO au-message
                       NOT INVALID KEY
                           MOVE "users" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE USR-NAME TO jf-key
                           MOVE user-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                   END-REWRITE
           END-READ.
           CLOSE users-file.

           IF au-message = SPACES
               IF USR-2FA-CHANNEL = "S"
                   MOVE "mobile set - login codes go by text"
                       TO au-message
               ELSE
                   MOVE "mobile set - login codes go by mail"
                       TO au-message
               END-IF
           END-IF.

      *****************************************************************
      *** The browser-side twin of the clearlock batch tool.        ***
      *****************************************************************

           MOVE au-shown-count TO au-shown-disp.

           COMPUTE au-var-ctr = (au-shown-count * 6) + 1.
           MOVE FUNCTION TRIM(USR-NAME) TO COW-varvalue(au-var-ctr).
           STRING "user" DELIMITED BY SIZE
                  FUNCTION TRIM(au-shown-disp) DELIMITED BY SIZE
               INTO COW-varname(au-var-ctr).

           ADD 1 TO au-var-ctr.
           CALL "getrolecos" USING USR-ROLE au-role-codes
               au-role-staff END-CALL.
           IF USR-2FA = "Y" OR au-role-staff = "Y"
               MOVE "Y" TO COW-varvalue(au-var-ctr)
           ELSE
               MOVE "N" TO COW-varvalue(au-var-ctr)
                  FUNCTION TRIM(au-shown-disp) DELIMITED BY SIZE
                  "twofa" DELIMITED BY SIZE
               INTO COW-varname(au-var-ctr).

           ADD 1 TO au-var-ctr.
           IF USR-2FA-CHANNEL = "S"
              AND FUNCTION TRIM(USR-MOBILE) NOT = SPACES
               MOVE "text" TO COW-varvalue(au-var-ctr)
           ELSE
               MOVE "mail" TO COW-varvalue(au-var-ctr)
           END-IF.
           STRING "user" DELIMITED BY SIZE
                  FUNCTION TRIM(au-shown-disp) DELIMITED BY SIZE
                  "channel" DELIMITED BY SIZE
               INTO COW-varname(au-var-ctr).
