      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  text-message spool sender through the SMS        ***
      ***          gateway                                          ***
      *****************************************************************
      *** Batch job, run every few minutes from cron beside         ***
      *** drainmail: delivers every due message on                  ***
      *** data/smsspool.dat through the shop's SMS gateway, the     ***
      *** same deliver/backoff/dead shape the mail drainer uses.    ***
      *** The gateway's send URL and the sender name come from      ***
      *** data/smsconfig.txt ("url=..." and "sender=..." lines);    ***
      *** the gateway's API token is never kept on disk - it comes  ***
      *** from the SMS_GATEWAY_TOKEN environment variable and goes  ***
      *** to the gateway as a bearer token. With no URL or no token ***
      *** the job leaves the spool alone. Each text is written to a ***
      *** temp file and posted with curl, whose exit status says    ***
      *** whether the gateway took it. Numbers were screened to a + ***
      *** and digits when they were spooled (see sendsmsq).         ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. drainsms.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "smsdef.cbl".

           SELECT config-file
               ASSIGN TO "data/smsconfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS config-file-status.

           SELECT message-file
               ASSIGN TO message-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS message-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD smsspool-file.
       01 smsspool-record.
           COPY "smsfld.cbl".

       FD config-file.
       01 config-line PIC X(200).

       FD message-file.
       01 message-line PIC X(160).

       WORKING-STORAGE SECTION.
       77 smsspool-file-status PIC X(2).
       77 config-file-status   PIC X(2).
       77 message-file-status  PIC X(2).
       77 message-file-name    PIC X(80)
               VALUE "data/smsmsg.tmp".

       78 SMS-MAX-TRIES    VALUE 5.
       78 SMS-BACKOFF-SECS VALUE 120.

       77 gateway-url   PIC X(160) VALUE SPACES.
       77 sender-name   PIC X(20) VALUE SPACES.
       77 gateway-token PIC X(120) VALUE SPACES.
       77 sc-name-text  PIC X(40).
       77 sc-value-text PIC X(160).

       77 now-stamp14  PIC X(14).
       77 curl-command PIC X(600).
       77 cleanup-command PIC X(120).
       77 delivered-ok PIC X(01).
       77 sent-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 retry-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 dead-count   PIC 9(5) USAGE COMP-5 VALUE 0.

       77 backoff-secs   PIC 9(8) USAGE COMP-5.
       77 backoff-ctr    PIC 9(3) USAGE COMP-5.
       77 nt-total-secs  PIC 9(12) USAGE COMP-5.
       77 nt-date-int    PIC 9(8) USAGE COMP-5.
       77 nt-secs-of-day PIC 9(8) USAGE COMP-5.
       77 nt-date-8      PIC 9(8).
       77 nt-hh          PIC 9(2).
       77 nt-mm          PIC 9(2).
       77 nt-ss          PIC 9(2).

       PROCEDURE DIVISION.

       start-drainsms.

           MOVE FUNCTION CURRENT-DATE(1:14) TO now-stamp14.

           PERFORM load-sms-config.

           IF FUNCTION TRIM(gateway-url) = SPACES
               DISPLAY "drainsms: no gateway configured, spool kept."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

      *** Only checked for presence - the shell hands the value to  ***
      *** curl, so the token never passes through this program's    ***
      *** command line or its output.                               ***
           ACCEPT gateway-token FROM ENVIRONMENT "SMS_GATEWAY_TOKEN"
               END-ACCEPT.
           IF FUNCTION TRIM(gateway-token) = SPACES
               DISPLAY "drainsms: SMS_GATEWAY_TOKEN not set, spool "
                   "kept."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO gateway-token.

           OPEN I-O smsspool-file.
           IF smsspool-file-status NOT = "00"
               DISPLAY "drainsms: no spool to drain."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           READ smsspool-file NEXT RECORD
               AT END MOVE "10" TO smsspool-file-status
           END-READ.

           PERFORM UNTIL smsspool-file-status NOT = "00"
               IF (SMS-STATUS = "P" OR SMS-STATUS = "R")
                  AND SMS-NEXT-TRY(1:14) NOT > now-stamp14
                   PERFORM deliver-one-text
                   REWRITE smsspool-record
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               READ smsspool-file NEXT RECORD
                   AT END MOVE "10" TO smsspool-file-status
               END-READ
           END-PERFORM.

           CLOSE smsspool-file.

           DISPLAY "drainsms: " sent-count " sent, "
               retry-count " backed off, " dead-count " dead.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       load-sms-config.

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

           EVALUATE FUNCTION TRIM(sc-name-text)
               WHEN "url"
                   MOVE FUNCTION TRIM(sc-value-text) TO gateway-url
               WHEN "sender"
                   MOVE FUNCTION TRIM(sc-value-text) TO sender-name
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *** Write the text to the temp file and post it with the      ***
      *** number and sender; -sf makes a refused or unreachable     ***
      *** gateway come back as a nonzero exit status.               ***
      *****************************************************************
       deliver-one-text.

           OPEN OUTPUT message-file.
           MOVE SMS-BODY TO message-line.
           WRITE message-line.
           CLOSE message-file.

           MOVE SPACES TO curl-command.
           STRING "curl -sf -X POST '"            DELIMITED BY SIZE
                  FUNCTION TRIM(gateway-url)      DELIMITED BY SIZE
                  "' -H ""Authorization: Bearer "  DELIMITED BY SIZE
                  "$SMS_GATEWAY_TOKEN"" "         DELIMITED BY SIZE
                  "--data-urlencode 'to="         DELIMITED BY SIZE
                  FUNCTION TRIM(SMS-TO)           DELIMITED BY SIZE
                  "' --data-urlencode 'from="     DELIMITED BY SIZE
                  FUNCTION TRIM(sender-name)      DELIMITED BY SIZE
                  "' --data-urlencode text@"      DELIMITED BY SIZE
                  FUNCTION TRIM(message-file-name) DELIMITED BY SIZE
                  " >/dev/null 2>&1"              DELIMITED BY SIZE
               INTO curl-command
           END-STRING.

           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING curl-command END-CALL.

           IF RETURN-CODE = 0
               MOVE "Y" TO delivered-ok
           ELSE
               MOVE "N" TO delivered-ok
           END-IF.
           MOVE 0 TO RETURN-CODE.

           MOVE SPACES TO cleanup-command.
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(message-file-name) DELIMITED BY SIZE
               INTO cleanup-command
           END-STRING.
           CALL "SYSTEM" USING cleanup-command END-CALL.

           ADD 1 TO SMS-ATTEMPTS.

           EVALUATE TRUE
               WHEN delivered-ok = "Y"
                   MOVE "S" TO SMS-STATUS
                   ADD 1 TO sent-count
               WHEN SMS-ATTEMPTS < SMS-MAX-TRIES
                   MOVE "R" TO SMS-STATUS
                   PERFORM stamp-next-try
                   ADD 1 TO retry-count
               WHEN OTHER
                   MOVE "D" TO SMS-STATUS
                   ADD 1 TO dead-count
           END-EVALUATE.

      *****************************************************************
      *** Two minutes, doubled per burned attempt, with a real day  ***
      *** roll - same construction as the mail drainer.             ***
      *****************************************************************
       stamp-next-try.

           MOVE SMS-BACKOFF-SECS TO backoff-secs.
           PERFORM VARYING backoff-ctr FROM 2 BY 1
                   UNTIL backoff-ctr > SMS-ATTEMPTS
               COMPUTE backoff-secs = backoff-secs * 2
           END-PERFORM.

           COMPUTE nt-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(now-stamp14(1:8))).
           COMPUTE nt-secs-of-day =
               (FUNCTION NUMVAL(now-stamp14(9:2)) * 3600)
             + (FUNCTION NUMVAL(now-stamp14(11:2)) * 60)
             + FUNCTION NUMVAL(now-stamp14(13:2)).
           COMPUTE nt-total-secs =
               (nt-date-int * 86400) + nt-secs-of-day + backoff-secs.

           COMPUTE nt-date-int = nt-total-secs / 86400.
           COMPUTE nt-secs-of-day = FUNCTION MOD(nt-total-secs, 86400).

           MOVE FUNCTION DATE-OF-INTEGER(nt-date-int) TO nt-date-8.
           COMPUTE nt-hh = nt-secs-of-day / 3600.
           COMPUTE nt-mm = FUNCTION MOD(nt-secs-of-day, 3600) / 60.
           COMPUTE nt-ss = FUNCTION MOD(nt-secs-of-day, 60).

           MOVE SPACES TO SMS-NEXT-TRY.
           STRING nt-date-8 DELIMITED BY SIZE
                  nt-hh     DELIMITED BY SIZE
                  nt-mm     DELIMITED BY SIZE
                  nt-ss     DELIMITED BY SIZE
               INTO SMS-NEXT-TRY
           END-STRING.
