      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  weekly notice of API keys about to expire        ***
      *****************************************************************
      *** Batch job, scheduled weekly: every enabled key on         ***
      *** data/apikeys.dat whose AK-EXPIRES falls within the next   ***
      *** APIKEYWARNDAYS days (30 unless configured) is listed in   ***
      *** data/apikeyexpiry.txt and its owner is mailed through the ***
      *** spool - to the email on the owner's user account, or to   ***
      *** the owner itself when it is an address - saying when the  ***
      *** key stops working and whether its replacement is already  ***
      *** issued. Only the first four characters of a key ever go   ***
      *** into a mail. Every address in data/opsmail.txt then gets  ***
      *** one summary naming the count and the report file, so a    ***
      *** key whose owner has no address on file still reaches      ***
      *** somebody. A quiet week mails nobody.                      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. apikeyexpiry.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "apikeydef.cbl".
           COPY "userdef.cbl".

           SELECT report-file
               ASSIGN TO "data/apikeyexpiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

           SELECT opsmail-file
               ASSIGN TO "data/opsmail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsmail-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD apikeys-file.
       01 apikey-record.
           COPY "apikeyfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD report-file.
       01 report-line PIC X(160).

       FD opsmail-file.
       01 opsmail-line PIC X(90).

       WORKING-STORAGE SECTION.
       77 apikeys-file-status PIC X(2).
       77 users-file-status   PIC X(2).
       77 report-file-status  PIC X(2).
       77 opsmail-file-status PIC X(2).
       77 cfs-failed          PIC X(01).
       77 users-open          PIC X(01) VALUE "N".

       77 cfg-key-name   PIC X(30).
       77 cfg-default    PIC 9(12).
       77 cfg-result     PIC 9(12).
       77 warn-days      PIC 9(5) VALUE 30.

       77 today-date     PIC X(8).
       77 today-int      PIC 9(8) USAGE COMP-5.
       77 warn-until     PIC 9(8).
       77 warn-until-x   PIC X(8).
       77 days-left      PIC 9(5).
       77 days-left-disp PIC Z(4)9.

       77 expiring-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 expiring-disp  PIC Z(4)9.
       77 mailed-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 mailed-disp    PIC Z(4)9.
       77 key-hint       PIC X(7).
       77 owner-addr     PIC X(90).
       77 next-step      PIC X(120).
       77 at-count       PIC 9(4) USAGE COMP-5.
       77 line-ptr       PIC 9(4) USAGE COMP-5.

       77 mail-to-addr   PIC X(90).
       77 mail-subject   PIC X(90).
       77 mail-body      PIC X(500).
       77 mail-template  PIC X(30).
       77 mail-accepted  PIC X(01).
       77 mail-lang      PIC X(2) VALUE SPACES.

       01 the-mailvars.
           COPY "cowvars.cbl".

       PROCEDURE DIVISION.

       start-apikeyexpiry.

           MOVE "APIKEYWARNDAYS" TO cfg-key-name.
           MOVE 30 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result > 0 AND cfg-result < 100000
               MOVE cfg-result TO warn-days
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today-date)).
           COMPUTE warn-until = FUNCTION DATE-OF-INTEGER(
               today-int + warn-days).
           MOVE warn-until TO warn-until-x.

           OPEN OUTPUT report-file.
           CALL 'checkfilestatus' USING "data/apikeyexpiry.txt"
               report-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE SPACES TO report-line.
           STRING "api keys expiring by " DELIMITED BY SIZE
                  warn-until-x            DELIMITED BY SIZE
                  ", run "                DELIMITED BY SIZE
                  today-date              DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           OPEN INPUT users-file.
           IF users-file-status = "00"
               MOVE "Y" TO users-open
           END-IF.

           OPEN INPUT apikeys-file.
           IF apikeys-file-status = "00"
               READ apikeys-file NEXT RECORD
                   AT END MOVE "10" TO apikeys-file-status
               END-READ
               PERFORM UNTIL apikeys-file-status NOT = "00"
                   IF AK-ENABLED = "Y"
                      AND AK-EXPIRES NOT = SPACES
                      AND AK-EXPIRES NOT < today-date
                      AND AK-EXPIRES NOT > warn-until-x
                       PERFORM warn-one-key
                   END-IF
                   READ apikeys-file NEXT RECORD
                       AT END MOVE "10" TO apikeys-file-status
                   END-READ
               END-PERFORM
               CLOSE apikeys-file
           END-IF.

           IF users-open = "Y"
               CLOSE users-file
           END-IF.

           MOVE expiring-count TO expiring-disp.
           MOVE mailed-count TO mailed-disp.
           MOVE SPACES TO report-line.
           STRING FUNCTION TRIM(expiring-disp) DELIMITED BY SIZE
                  " key(s) expiring, "         DELIMITED BY SIZE
                  FUNCTION TRIM(mailed-disp)   DELIMITED BY SIZE
                  " owner notice(s) spooled"   DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
           CLOSE report-file.

           IF expiring-count > 0
               PERFORM mail-ops-summary
           END-IF.

           DISPLAY "apikeyexpiry: " FUNCTION TRIM(expiring-disp)
               " key(s) expiring by " warn-until-x ", "
               FUNCTION TRIM(mailed-disp) " owner notice(s).".

           GOBACK.

      *****************************************************************
      *** One report line per expiring key, then the owner's notice ***
      *** when an address can be found for the owner.               ***
      *****************************************************************
       warn-one-key.

           ADD 1 TO expiring-count.
           COMPUTE days-left = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(AK-EXPIRES)) - today-int.
           MOVE days-left TO days-left-disp.

           MOVE SPACES TO key-hint.
           STRING AK-KEY(1:4) DELIMITED BY SIZE
                  "..."       DELIMITED BY SIZE
               INTO key-hint
           END-STRING.

           IF AK-SUCCESSOR NOT = SPACES
               MOVE "Its replacement key has already been issued - "
                   & "switch your calls over to it before then."
                   TO next-step
           ELSE
               MOVE "Ask us for a replacement key before then; "
                   & "both keys will work side by side for a while."
                   TO next-step
           END-IF.

           PERFORM find-owner-address.

           MOVE SPACES TO report-line.
           MOVE 1 TO line-ptr.
           STRING key-hint                    DELIMITED BY SIZE
                  "  owner "                  DELIMITED BY SIZE
                  FUNCTION TRIM(AK-OWNER)     DELIMITED BY SIZE
                  "  expires "                DELIMITED BY SIZE
                  AK-EXPIRES                  DELIMITED BY SIZE
                  " ("                        DELIMITED BY SIZE
                  FUNCTION TRIM(days-left-disp)
                                              DELIMITED BY SIZE
                  " day(s))"                  DELIMITED BY SIZE
               INTO report-line
               WITH POINTER line-ptr
           END-STRING.
           IF AK-SUCCESSOR NOT = SPACES
               STRING "  replacement issued" DELIMITED BY SIZE
                   INTO report-line
                   WITH POINTER line-ptr
               END-STRING
           END-IF.
           IF owner-addr = SPACES
               STRING "  NO OWNER ADDRESS" DELIMITED BY SIZE
                   INTO report-line
                   WITH POINTER line-ptr
               END-STRING
           END-IF.
           WRITE report-line.

           IF owner-addr NOT = SPACES
               PERFORM mail-key-owner
           END-IF.

      *****************************************************************
      *** The owner is normally a user name; a partner registered   ***
      *** by address is mailed at that address directly.            ***
      *****************************************************************
       find-owner-address.

           MOVE SPACES TO owner-addr.

           IF users-open = "Y"
               MOVE AK-OWNER TO USR-NAME
               READ users-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF USR-EMAIL NOT = SPACES
                           MOVE USR-EMAIL TO owner-addr
                       END-IF
               END-READ
           END-IF.

           IF owner-addr = SPACES
               MOVE 0 TO at-count
               INSPECT AK-OWNER TALLYING at-count FOR ALL "@"
               IF at-count = 1
                   MOVE AK-OWNER TO owner-addr
               END-IF
           END-IF.

       mail-key-owner.

           MOVE "apikeyexpiry" TO mail-template.
           MOVE "your API key is about to expire" TO mail-subject.
           MOVE SPACES TO mail-body.
           STRING "Your API key "            DELIMITED BY SIZE
                  FUNCTION TRIM(key-hint)    DELIMITED BY SIZE
                  " stops working after "    DELIMITED BY SIZE
                  AK-EXPIRES                 DELIMITED BY SIZE
                  " ("                       DELIMITED BY SIZE
                  FUNCTION TRIM(days-left-disp)
                                             DELIMITED BY SIZE
                  " day(s) from today). "    DELIMITED BY SIZE
                  FUNCTION TRIM(next-step)   DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "keyhint" TO COW-varname(1).
           MOVE key-hint TO COW-varvalue(1).
           MOVE "expires" TO COW-varname(2).
           MOVE AK-EXPIRES TO COW-varvalue(2).
           MOVE "daysleft" TO COW-varname(3).
           MOVE FUNCTION TRIM(days-left-disp) TO COW-varvalue(3).
           MOVE "nextstep" TO COW-varname(4).
           MOVE next-step TO COW-varvalue(4).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE owner-addr TO mail-to-addr.
           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted
               END-CALL.
           IF mail-accepted = "Y"
               ADD 1 TO mailed-count
           END-IF.

      *****************************************************************
      *** One message per address on the ops list; sendmailq        ***
      *** screens each address on its way onto the spool.           ***
      *****************************************************************
       mail-ops-summary.

           MOVE "apikeyexpiryops" TO mail-template.
           MOVE "API keys expiring soon" TO mail-subject.
           MOVE SPACES TO mail-body.
           STRING FUNCTION TRIM(expiring-disp) DELIMITED BY SIZE
                  " API key(s) expire by "     DELIMITED BY SIZE
                  warn-until-x                 DELIMITED BY SIZE
                  "; "                         DELIMITED BY SIZE
                  FUNCTION TRIM(mailed-disp)   DELIMITED BY SIZE
                  " owner(s) were mailed. The list is in "
                                               DELIMITED BY SIZE
                  "data/apikeyexpiry.txt - keys marked NO OWNER "
                                               DELIMITED BY SIZE
                  "ADDRESS need a call. Rotate with rotateapikey."
                                               DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "expiringcount" TO COW-varname(1).
           MOVE FUNCTION TRIM(expiring-disp) TO COW-varvalue(1).
           MOVE "warnuntil" TO COW-varname(2).
           MOVE warn-until-x TO COW-varvalue(2).
           MOVE "mailedcount" TO COW-varname(3).
           MOVE FUNCTION TRIM(mailed-disp) TO COW-varvalue(3).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           OPEN INPUT opsmail-file.
           IF opsmail-file-status NOT = "00"
               DISPLAY "apikeyexpiry: no ops mail list - report "
                   "file only."
               EXIT PARAGRAPH
           END-IF.

           READ opsmail-file
               AT END MOVE "10" TO opsmail-file-status
           END-READ.
           PERFORM UNTIL opsmail-file-status NOT = "00"
               IF FUNCTION TRIM(opsmail-line) NOT = SPACES
                   MOVE FUNCTION TRIM(opsmail-line) TO mail-to-addr
                   MOVE "N" TO mail-accepted
                   CALL "sendmailq" USING mail-to-addr mail-subject
                       mail-body mail-template mail-accepted
                       END-CALL
               END-IF
               READ opsmail-file
                   AT END MOVE "10" TO opsmail-file-status
               END-READ
           END-PERFORM.
           CLOSE opsmail-file.
