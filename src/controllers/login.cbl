      *** UPDATE:  a password past its configured maximum age forces ***
      ***          a change, and a replacement password has to pass  ***
      ***          the shared complexity check                       ***
      *** UPDATE:  the one-time code can go by text to the          ***
      ***          account's mobile                                 ***
      *** UPDATE:  staff roles granted trading companies count as   ***
      ***          admin                                            ***
      *** UPDATE:  refused attempts and lockouts go to the security ***
      ***          event feed                                       ***
      *****************************************************************
      *** Checks username/password (posted form fields) against     ***
      *** data/users.dat; on a match, stamps the caller's session    ***
      *** says - forced enrollment was the auditors' ask.          ***
       77 login-2fa-flag   PIC X(01) VALUE "N".
       77 login-role       PIC X(10) VALUE SPACES.
       77 login-role-codes PIC X(60).
       77 login-staff      PIC X(01).
       77 login-email      PIC X(60) VALUE SPACES.
       77 login-otpcode    PIC X(90) VALUE SPACES.
       77 twofa-needed     PIC X(01) VALUE "N".
       77 otp-mail-lang     PIC X(2) VALUE SPACES.
       77 otp-code-text     PIC X(6).

      *** A USR-2FA-CHANNEL "S" account gets its code by text to    ***
      *** USR-MOBILE through the SMS spool; one with no mobile on   ***
      *** file, or a number the spool refuses, gets it by mail as   ***
      *** before when it has an address.                            ***
       77 login-mobile      PIC X(20) VALUE SPACES.
       77 login-channel     PIC X(01) VALUE SPACES.
       77 otp-sms-body      PIC X(160).
       77 otp-sms-template  PIC X(30) VALUE "logincode".
       77 otp-sms-accepted  PIC X(01).

      *** Renamed so the mail slots can sit alongside the page's   ***
      *** own the-vars copy - the same REPLACING trick             ***
      *** replayfld.cbl uses.                                      ***
       77 lp-value-text  PIC X(40).

       77 login-locked   PIC X(01) VALUE "N".
       77 login-lockout  PIC X(01) VALUE "N".
       77 lock-fails-text PIC Z(3)9.
       77 lock-now-stamp PIC X(21).
       77 lock-secs-of-day PIC 9(8) USAGE COMP-5.
       77 lock-date-int  PIC 9(8) USAGE COMP-5.
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

      *** What goes to the security event feed - never the password ***
      *** or the code that was typed.                               ***
       01 security-event.
           COPY "secevtfld.cbl".

       01 the-vars.
           COPY "cowvars.cbl".

      *** a locked account very much included - those are exactly  ***
      *** what security wants to see afterwards.                   ***
           PERFORM append-login-history.
           IF login-result NOT = "y"
               PERFORM log-login-security-event
           END-IF.

      *** The success changed state (the session is stamped), so   ***
      *** answer with a redirect and a one-shot flash instead of a ***
                   CALL "getmessage" USING login-msg-id
                       login-msg-default login-msg-text END-CALL
                   MOVE login-msg-text TO COW-varvalue(2)
               WHEN otp-state = "T"
                   MOVE "otp-sent-sms" TO login-msg-id
                   MOVE FUNCTION CONCATENATE(
                       "a one-time code has been texted to your ",
                       "mobile - submit it with your login as otpcode")
                       TO login-msg-default
                   CALL "getmessage" USING login-msg-id
                       login-msg-default login-msg-text END-CALL
                   MOVE login-msg-text TO COW-varvalue(2)
               WHEN otp-state = "B"
                   MOVE "otp-bad" TO login-msg-id
                   MOVE "that one-time code is wrong or expired"
                   MOVE "otp-no-email" TO login-msg-id
                   MOVE FUNCTION CONCATENATE(
                       "this account needs a one-time code but has ",
                       "no email or mobile on file - ask an ",
                       "administrator")
                       TO login-msg-default
                   CALL "getmessage" USING login-msg-id
                       login-msg-default login-msg-text END-CALL
           MOVE USR-2FA   TO login-2fa-flag.
           MOVE USR-ROLE  TO login-role.
           MOVE USR-EMAIL TO login-email.
           MOVE USR-MOBILE TO login-mobile.
           MOVE USR-2FA-CHANNEL TO login-channel.

      *** A disabled account never gets its hash checked - the      ***
      *** answer is the same whatever was typed. Spaces reads as    ***
      *** The second factor. No code posted: mint one, mail it,    ***
      *** and hold the login open. A posted code: verify against   ***
      *** the outstanding record and burn it. otp-state drives the ***
      *** wording ("S" mailed, "T" texted, "B" bad, "E" nowhere to  ***
      *** send it).                                                 ***
      *****************************************************************
       resolve-second-factor.

           MOVE "N" TO twofa-needed.
           CALL "getrolecos" USING login-role login-role-codes
               login-staff END-CALL.
           IF login-2fa-flag = "Y"
              OR login-staff = "Y"
               MOVE "Y" TO twofa-needed
           END-IF.


           IF FUNCTION TRIM(login-otpcode) = SPACES
               IF FUNCTION TRIM(login-email) = SPACES
                  AND (login-channel NOT = "S"
                       OR FUNCTION TRIM(login-mobile) = SPACES)
                   MOVE "E" TO otp-state
                   MOVE "n" TO login-result
               ELSE
                       END-REWRITE
               END-READ
               CLOSE otpcodes-file
               MOVE "N" TO otp-sms-accepted
               IF login-channel = "S"
                  AND FUNCTION TRIM(login-mobile) NOT = SPACES
                   PERFORM text-otp-code
               END-IF
               IF otp-sms-accepted = "Y"
                   MOVE "T" TO otp-state
               ELSE
                   IF FUNCTION TRIM(login-email) = SPACES
                       MOVE "E" TO otp-state
                   ELSE
                       PERFORM mail-otp-code
                       MOVE "S" TO otp-state
                   END-IF
               END-IF
           END-IF.

           MOVE "n" TO login-result.
               otp-mail-body otp-mail-template otp-mail-accepted
               END-CALL.

       text-otp-code.

           MOVE SPACES TO otp-sms-body.
           STRING "Your one-time sign-in code is "
                                           DELIMITED BY SIZE
                  otp-new-code             DELIMITED BY SIZE
                  ". It is good for ten minutes."
                                           DELIMITED BY SIZE
               INTO otp-sms-body
           END-STRING.

           CALL "sendsmsq" USING login-mobile otp-sms-body
               otp-sms-template otp-sms-accepted END-CALL.

      *** Match, unexpired, burned on the spot - a replayed code   ***
      *** finds nothing.                                            ***
       verify-otp-code.

       stamp-lock-expiry.

           MOVE "Y" TO login-lockout.
           MOVE FUNCTION CURRENT-DATE TO lock-now-stamp.
           COMPUTE lock-secs-of-day =
               (FUNCTION NUMVAL(lock-now-stamp(9:2)) * 3600)

           CLOSE loginhist-file.

      *****************************************************************
      *** A refused attempt to the security event feed, named for   ***
      *** why it was refused; a temporary or expired password still ***
      *** to be replaced, or a code just sent out, is not a         ***
      *** failure - the same ones record-failed-attempt leaves out. ***
      *** The attempt that tipped the account into a lock goes as   ***
      *** an account.lockout as well.                               ***
      *****************************************************************
       log-login-security-event.

           MOVE SPACES TO security-event.
           MOVE FUNCTION TRIM(login-name) TO SEC-USER.
           EVALUATE TRUE
               WHEN login-locked = "Y"
                   MOVE "login.locked" TO SEC-EVENT
                   MOVE "attempt against a locked account"
                       TO SEC-DETAIL
               WHEN login-disabled = "Y"
                   MOVE "login.disabled" TO SEC-EVENT
                   MOVE "attempt against a disabled account"
                       TO SEC-DETAIL
               WHEN otp-state = "B"
                   MOVE "mfa.failure" TO SEC-EVENT
                   MOVE "one-time code wrong or expired" TO SEC-DETAIL
               WHEN otp-state = "E"
                   MOVE "mfa.failure" TO SEC-EVENT
                   MOVE "no address on file to send a one-time code to"
                       TO SEC-DETAIL
               WHEN otp-state NOT = " "
                  OR login-mustchange = "Y"
                  OR login-newpassweak = "Y"
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "login.failure" TO SEC-EVENT
                   MOVE "invalid username or password" TO SEC-DETAIL
           END-EVALUATE.
           CALL "logsecevent" USING security-event END-CALL.

           IF login-lockout = "Y"
               MOVE SPACES TO security-event
               MOVE "account.lockout" TO SEC-EVENT
               MOVE FUNCTION TRIM(login-name) TO SEC-USER
               MOVE FUNCTION TRIM(login-name) TO SEC-TARGET
               MOVE lock-max-fails TO lock-fails-text
               STRING "locked after " DELIMITED BY SIZE
                      FUNCTION TRIM(lock-fails-text) DELIMITED BY SIZE
                      " consecutive failures" DELIMITED BY SIZE
                   INTO SEC-DETAIL
               END-STRING
               CALL "logsecevent" USING security-event END-CALL
           END-IF.

      *****************************************************************
      *** What the success page reports: the account's previous     ***
      *** successful login, before this one overwrites it below.    ***
