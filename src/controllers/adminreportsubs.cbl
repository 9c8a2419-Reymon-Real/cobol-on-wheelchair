      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  report distribution lists                        ***
      *****************************************************************
      *** /admin/reportsubs: the report distribution lists          ***
      *** (data/reportsubs.dat). A list maps a report pattern -     ***
      *** the producing program's name, a prefix ending "*", or     ***
      *** "*" alone - to up to ten addresses; every report a        ***
      *** matching program registers is mailed to them by           ***
      *** mailreport, attached or as an expiring link. Each list    ***
      *** is shown with the newest report it has matched, so "does  ***
      *** this list actually get anything" has an answer on the     ***
      *** screen. Lists are added, changed and removed here; every  ***
      *** change is journalled.                                     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminreportsubs.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "rsubdef.cbl".
           COPY "rptdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD reportsubs-file.
       01 reportsub-record.
           COPY "rsubfld.cbl".

       FD reportspool-file.
       01 reportspool-record.
           COPY "rptfld.cbl".

       WORKING-STORAGE SECTION.
       77 reportsubs-file-status  PIC X(2).
       77 reportspool-file-status PIC X(2).

       78 rs-shown-max VALUE 15.

       77 rs-action       PIC X(10) VALUE SPACES.
       77 rs-id-text      PIC X(90) VALUE SPACES.
       77 rs-pattern-text PIC X(90) VALUE SPACES.
       77 rs-name-text    PIC X(90) VALUE SPACES.
       77 rs-recip-text   PIC X(500) VALUE SPACES.
       77 rs-message      PIC X(120) VALUE SPACES.
       77 rs-request-method PIC X(6) VALUE SPACES.
       77 rs-redirect     PIC X(255) VALUE SPACES.

       77 rs-new-key      PIC 9(10).
       77 rs-new-key-disp PIC Z(9)9.

      *** Recipient screening: the list split into single addresses ***
      *** and put back together one space apart.                    ***
       77 rs-recip-work   PIC X(500).
       01 rs-addr-table.
           05 rs-addr PIC X(90) OCCURS 11 TIMES.
       77 rs-addr-ctr     PIC 9(4) USAGE COMP-5.
       77 rs-addr-count   PIC 9(4) USAGE COMP-5.
       77 rs-at-count     PIC 9(4) USAGE COMP-5.
       77 rs-recip-clean  PIC X(450).
       77 rs-recip-ptr    PIC 9(4) USAGE COMP-5.

       77 rs-pattern-len  PIC 9(4) USAGE COMP-5.
       77 rs-char-ptr     PIC 9(4) USAGE COMP-5.
       77 rs-char         PIC X(01).
       77 rs-match        PIC X(01).
       77 rs-test-pattern PIC X(30).

      *** The lists on screen, held while the report catalog is     ***
      *** walked once for the newest report each has matched.       ***
       01 rs-shown-table.
           05 rs-shown-entry OCCURS 15 TIMES.
             10 rs-sh-id      PIC X(10).
             10 rs-sh-pattern PIC X(30).
             10 rs-sh-name    PIC X(40).
             10 rs-sh-recips  PIC X(450).
             10 rs-sh-changed PIC X(60).
             10 rs-sh-latest  PIC X(160).
             10 rs-sh-rundate PIC X(21).

       77 rs-shown      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 rs-shown-disp PIC Z(3)9.
       77 rs-entry-ctr  PIC 9(4) USAGE COMP-5.
       77 rs-var-ctr    PIC 9(4) USAGE COMP-5.
       77 rs-count-disp PIC Z(3)9.

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

       start-adminreportsubs.

           MOVE SPACES TO the-vars.

           ACCEPT rs-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" rs-action
               END-CALL.
           CALL "getparam" USING the-values "subid" rs-id-text
               END-CALL.
           CALL "getparam" USING the-values "pattern" rs-pattern-text
               END-CALL.
           CALL "getparam" USING the-values "listname" rs-name-text
               END-CALL.
           CALL "getparam" USING the-values "recipients" rs-recip-text
               END-CALL.

      *** Same guard the other admin screens carry.                 ***
           IF FUNCTION TRIM(rs-action) NOT = SPACES
               IF FUNCTION TRIM(rs-request-method) NOT = "POST"
                   MOVE "changes must be submitted as a POST"
                       TO rs-message
               ELSE
                   EVALUATE FUNCTION TRIM(rs-action)
                       WHEN "add"    PERFORM do-add-list
                       WHEN "change" PERFORM do-change-list
                       WHEN "remove" PERFORM do-remove-list
                       WHEN OTHER
                           MOVE "unknown action" TO rs-message
                   END-EVALUATE
                   CALL "setflash" USING the-session rs-message
                       END-CALL
                   MOVE "/admin/reportsubs" TO rs-redirect
                   CALL "redirectto" USING rs-redirect END-CALL
                   GOBACK
               END-IF
           END-IF.

           PERFORM load-shown-lists.
           PERFORM find-latest-reports.
           PERFORM VARYING rs-entry-ctr FROM 1 BY 1
                   UNTIL rs-entry-ctr > rs-shown
               PERFORM add-list-to-vars
           END-PERFORM.

           MOVE "message" TO COW-varname(95).
           MOVE rs-message TO COW-varvalue(95).

           MOVE rs-shown TO rs-count-disp.
           MOVE "subcount" TO COW-varname(94).
           MOVE FUNCTION TRIM(rs-count-disp) TO COW-varvalue(94).

           CALL 'cowtemplate' USING the-vars "adminreportsubs.cow"
               the-session END-CALL.

           GOBACK.

       do-add-list.

           PERFORM check-list-fields.
           IF rs-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O reportsubs-file.
           IF reportsubs-file-status = "35"
               OPEN OUTPUT reportsubs-file
               CLOSE reportsubs-file
               OPEN I-O reportsubs-file
           END-IF.
           IF reportsubs-file-status NOT = "00"
               MOVE "the distribution lists could not be opened"
                   TO rs-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "REPORTSUB " rs-new-key END-CALL.
           IF rs-new-key = 0
               CLOSE reportsubs-file
               MOVE "could not assign a list id" TO rs-message
               EXIT PARAGRAPH
           END-IF.

           MOVE rs-new-key TO rs-new-key-disp.
           MOVE SPACES TO reportsub-record.
           MOVE FUNCTION TRIM(rs-new-key-disp) TO RSUB-ID.
           PERFORM fill-list-record.
           WRITE reportsub-record
               INVALID KEY
                   MOVE "the list could not be written" TO rs-message
               NOT INVALID KEY
                   MOVE "reportsubs" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE RSUB-ID TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE reportsub-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   STRING "list " DELIMITED BY SIZE
                          FUNCTION TRIM(rs-new-key-disp)
                              DELIMITED BY SIZE
                          " added - it gets the next matching report"
                              DELIMITED BY SIZE
                       INTO rs-message
                   END-STRING
           END-WRITE.
           CLOSE reportsubs-file.

       do-change-list.

           PERFORM check-list-fields.
           IF rs-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O reportsubs-file.
           IF reportsubs-file-status NOT = "00"
               MOVE "the distribution lists could not be opened"
                   TO rs-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(rs-id-text) TO RSUB-ID.
           READ reportsubs-file
               INVALID KEY
                   MOVE "no list under that id" TO rs-message
               NOT INVALID KEY
                   MOVE reportsub-record TO jf-before
                   PERFORM fill-list-record
                   REWRITE reportsub-record
                       INVALID KEY
                           MOVE "the list could not be updated"
                               TO rs-message
                       NOT INVALID KEY
                           MOVE "reportsubs" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE RSUB-ID TO jf-key
                           MOVE reportsub-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "list updated" TO rs-message
                   END-REWRITE
           END-READ.
           CLOSE reportsubs-file.

       do-remove-list.

           OPEN I-O reportsubs-file.
           IF reportsubs-file-status NOT = "00"
               MOVE "the distribution lists could not be opened"
                   TO rs-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(rs-id-text) TO RSUB-ID.
           READ reportsubs-file
               INVALID KEY
                   MOVE "no list under that id" TO rs-message
               NOT INVALID KEY
                   MOVE reportsub-record TO jf-before
                   DELETE reportsubs-file RECORD
                       INVALID KEY
                           MOVE "the list could not be removed"
                               TO rs-message
                       NOT INVALID KEY
                           MOVE "reportsubs" TO jf-dataset
                           MOVE "D" TO jf-action
                           MOVE RSUB-ID TO jf-key
                           MOVE SPACES TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "list removed - it gets no more reports"
                               TO rs-message
                   END-DELETE
           END-READ.
           CLOSE reportsubs-file.

       fill-list-record.

           MOVE FUNCTION TRIM(rs-pattern-text) TO RSUB-PATTERN.
           MOVE FUNCTION TRIM(rs-name-text) TO RSUB-LIST-NAME.
           MOVE rs-recip-clean TO RSUB-RECIPIENTS.
           MOVE FUNCTION CURRENT-DATE TO RSUB-CHANGED.
           MOVE SESS-USER OF the-session TO RSUB-CHANGED-BY.

      *****************************************************************
      *** The pattern is a program name - letters, digits, dashes,  ***
      *** underscores - with at most a closing "*"; the list needs  ***
      *** a name and one to ten addresses, each with one "@" that   ***
      *** has something on both sides. sendmailq screens each       ***
      *** address again when a report is spooled.                   ***
      *****************************************************************
       check-list-fields.

           IF FUNCTION TRIM(rs-pattern-text) = SPACES
               MOVE "a list needs the report pattern it takes"
                   TO rs-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(rs-pattern-text)) > 30
               MOVE "the pattern is longer than a program name"
                   TO rs-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(rs-pattern-text) TO rs-test-pattern.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(rs-test-pattern))
               TO rs-pattern-len.
           PERFORM VARYING rs-char-ptr FROM 1 BY 1
                   UNTIL rs-char-ptr > rs-pattern-len
               MOVE rs-test-pattern(rs-char-ptr:1) TO rs-char
               IF rs-char = "*"
                   IF rs-char-ptr NOT = rs-pattern-len
                       MOVE "a * may only end the pattern"
                           TO rs-message
                   END-IF
               ELSE
                   IF rs-char IS NOT ALPHABETIC
                      AND rs-char NOT NUMERIC
                      AND rs-char NOT = "-"
                      AND rs-char NOT = "_"
                       MOVE "the pattern is a program name, a prefix "
                         & "ending * or * alone" TO rs-message
                   END-IF
                   IF rs-char = SPACE
                       MOVE "the pattern is a program name, a prefix "
                         & "ending * or * alone" TO rs-message
                   END-IF
               END-IF
           END-PERFORM.
           IF rs-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(rs-name-text) = SPACES
               MOVE "a list needs a name saying what it is for"
                   TO rs-message
               EXIT PARAGRAPH
           END-IF.

           MOVE rs-recip-text TO rs-recip-work.
           INSPECT rs-recip-work REPLACING ALL "," BY SPACE.
           MOVE SPACES TO rs-addr-table.
           IF rs-recip-work NOT = SPACES
               UNSTRING FUNCTION TRIM(rs-recip-work)
                   DELIMITED BY ALL SPACE
                   INTO rs-addr(1) rs-addr(2) rs-addr(3) rs-addr(4)
                        rs-addr(5) rs-addr(6) rs-addr(7) rs-addr(8)
                        rs-addr(9) rs-addr(10) rs-addr(11)
               END-UNSTRING
           END-IF.

           MOVE 0 TO rs-addr-count.
           MOVE SPACES TO rs-recip-clean.
           MOVE 1 TO rs-recip-ptr.
           PERFORM VARYING rs-addr-ctr FROM 1 BY 1
                   UNTIL rs-addr-ctr > 11 OR rs-message NOT = SPACES
               IF rs-addr(rs-addr-ctr) NOT = SPACES
                   ADD 1 TO rs-addr-count
                   PERFORM check-one-address
               END-IF
           END-PERFORM.
           IF rs-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF rs-addr-count = 0
               MOVE "a list needs at least one address" TO rs-message
           END-IF.
           IF rs-addr-count > 10
               MOVE "a list takes at most ten addresses" TO rs-message
           END-IF.

       check-one-address.

           MOVE 0 TO rs-at-count.
           INSPECT rs-addr(rs-addr-ctr) TALLYING rs-at-count
               FOR ALL "@".
           MOVE FUNCTION LENGTH(FUNCTION TRIM(rs-addr(rs-addr-ctr)))
               TO rs-char-ptr.
           IF rs-at-count NOT = 1
              OR rs-addr(rs-addr-ctr)(1:1) = "@"
              OR rs-addr(rs-addr-ctr)(rs-char-ptr:1) = "@"
               STRING FUNCTION TRIM(rs-addr(rs-addr-ctr))
                          DELIMITED BY SIZE
                      " is not an email address" DELIMITED BY SIZE
                   INTO rs-message
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF rs-addr-ctr <= 10
               STRING FUNCTION TRIM(rs-addr(rs-addr-ctr))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO rs-recip-clean
                   WITH POINTER rs-recip-ptr
                   ON OVERFLOW
                       MOVE "the addresses are too long for one list"
                           TO rs-message
               END-STRING
           END-IF.

       load-shown-lists.

           MOVE 0 TO rs-shown.
           MOVE SPACES TO rs-shown-table.

           OPEN INPUT reportsubs-file.
           IF reportsubs-file-status = "00"
               READ reportsubs-file NEXT RECORD
                   AT END MOVE "10" TO reportsubs-file-status
               END-READ
               PERFORM UNTIL reportsubs-file-status NOT = "00"
                   OR rs-shown >= rs-shown-max
                   ADD 1 TO rs-shown
                   MOVE RSUB-ID TO rs-sh-id(rs-shown)
                   MOVE RSUB-PATTERN TO rs-sh-pattern(rs-shown)
                   MOVE RSUB-LIST-NAME TO rs-sh-name(rs-shown)
                   MOVE RSUB-RECIPIENTS TO rs-sh-recips(rs-shown)
                   STRING FUNCTION TRIM(RSUB-CHANGED-BY)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RSUB-CHANGED(1:8) DELIMITED BY SIZE
                       INTO rs-sh-changed(rs-shown)
                   END-STRING
                   READ reportsubs-file NEXT RECORD
                       AT END MOVE "10" TO reportsubs-file-status
                   END-READ
               END-PERFORM
               CLOSE reportsubs-file
           END-IF.

      *****************************************************************
      *** One pass over the report catalog; each list keeps the     ***
      *** newest report (by run stamp) its pattern takes.           ***
      *****************************************************************
       find-latest-reports.

           IF rs-shown = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT reportspool-file.
           IF reportspool-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ reportspool-file NEXT RECORD
               AT END MOVE "10" TO reportspool-file-status
           END-READ.
           PERFORM UNTIL reportspool-file-status NOT = "00"
               PERFORM VARYING rs-entry-ctr FROM 1 BY 1
                       UNTIL rs-entry-ctr > rs-shown
                   MOVE rs-sh-pattern(rs-entry-ctr) TO rs-test-pattern
                   PERFORM match-report
                   IF rs-match = "Y"
                      AND RPT-RUNDATE > rs-sh-rundate(rs-entry-ctr)
                       MOVE RPT-RUNDATE TO rs-sh-rundate(rs-entry-ctr)
                       MOVE SPACES TO rs-sh-latest(rs-entry-ctr)
                       STRING FUNCTION TRIM(RPT-ID) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(RPT-PROGRAM)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              RPT-RUNDATE(1:8) DELIMITED BY SIZE
                           INTO rs-sh-latest(rs-entry-ctr)
                       END-STRING
                   END-IF
               END-PERFORM
               READ reportspool-file NEXT RECORD
                   AT END MOVE "10" TO reportspool-file-status
               END-READ
           END-PERFORM.
           CLOSE reportspool-file.

      *** The same matching mailreport applies.                     ***
       match-report.

           MOVE "N" TO rs-match.
           IF rs-test-pattern = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF rs-test-pattern = "*"
               MOVE "Y" TO rs-match
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(rs-test-pattern))
               TO rs-pattern-len.
           IF rs-test-pattern(rs-pattern-len:1) = "*"
               IF RPT-PROGRAM(1:rs-pattern-len - 1)
                  = rs-test-pattern(1:rs-pattern-len - 1)
                   MOVE "Y" TO rs-match
               END-IF
           ELSE
               IF RPT-PROGRAM = rs-test-pattern
                   MOVE "Y" TO rs-match
               END-IF
           END-IF.

       add-list-to-vars.

           COMPUTE rs-shown-disp = rs-entry-ctr - 1.

           COMPUTE rs-var-ctr = ((rs-entry-ctr - 1) * 6) + 1.
           MOVE FUNCTION TRIM(rs-sh-id(rs-entry-ctr))
               TO COW-varvalue(rs-var-ctr).
           STRING "rs" DELIMITED BY SIZE
                  FUNCTION TRIM(rs-shown-disp) DELIMITED BY SIZE
                  "id" DELIMITED BY SIZE
               INTO COW-varname(rs-var-ctr).

           ADD 1 TO rs-var-ctr.
           MOVE FUNCTION TRIM(rs-sh-pattern(rs-entry-ctr))
               TO COW-varvalue(rs-var-ctr).
           STRING "rs" DELIMITED BY SIZE
                  FUNCTION TRIM(rs-shown-disp) DELIMITED BY SIZE
                  "pattern" DELIMITED BY SIZE
               INTO COW-varname(rs-var-ctr).

           ADD 1 TO rs-var-ctr.
           MOVE FUNCTION TRIM(rs-sh-name(rs-entry-ctr))
               TO COW-varvalue(rs-var-ctr).
           STRING "rs" DELIMITED BY SIZE
                  FUNCTION TRIM(rs-shown-disp) DELIMITED BY SIZE
                  "name" DELIMITED BY SIZE
               INTO COW-varname(rs-var-ctr).

           ADD 1 TO rs-var-ctr.
           MOVE FUNCTION TRIM(rs-sh-recips(rs-entry-ctr))
               TO COW-varvalue(rs-var-ctr).
           STRING "rs" DELIMITED BY SIZE
                  FUNCTION TRIM(rs-shown-disp) DELIMITED BY SIZE
                  "recipients" DELIMITED BY SIZE
               INTO COW-varname(rs-var-ctr).

           ADD 1 TO rs-var-ctr.
           IF rs-sh-latest(rs-entry-ctr) = SPACES
               MOVE "(none yet)" TO COW-varvalue(rs-var-ctr)
           ELSE
               MOVE FUNCTION TRIM(rs-sh-latest(rs-entry-ctr))
                   TO COW-varvalue(rs-var-ctr)
           END-IF.
           STRING "rs" DELIMITED BY SIZE
                  FUNCTION TRIM(rs-shown-disp) DELIMITED BY SIZE
                  "latest" DELIMITED BY SIZE
               INTO COW-varname(rs-var-ctr).

           ADD 1 TO rs-var-ctr.
           MOVE FUNCTION TRIM(rs-sh-changed(rs-entry-ctr))
               TO COW-varvalue(rs-var-ctr).
           STRING "rs" DELIMITED BY SIZE
                  FUNCTION TRIM(rs-shown-disp) DELIMITED BY SIZE
                  "changed" DELIMITED BY SIZE
               INTO COW-varname(rs-var-ctr).
