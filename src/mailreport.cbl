      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  finished reports go out to their distribution    ***
      ***          lists through the mail spool                     ***
      *****************************************************************
      *** Called by logreport once a new report is catalogued. Each ***
      *** distribution list on data/reportsubs.dat whose pattern    ***
      *** matches the report's RPT-PROGRAM - the exact program      ***
      *** name, a prefix ending "*", or "*" for every report - gets ***
      *** one message per address through the spool:                ***
      ***   - a report of at most REPORTATTACHLINES lines (2000     ***
      ***     unless configured) goes as an attachment;             ***
      ***   - a larger one goes as a link: a single-use share token ***
      ***     per recipient on data/sharelinks.dat, good for        ***
      ***     REPORTLINKDAYS days (7 unless configured), fetched    ***
      ***     through /share/<token> like an uploaded document.     ***
      *** The site's host name for the link is the host= line of    ***
      *** data/reportmail.txt; while it is blank the message points ***
      *** the recipient at the reports screen instead of a link.    ***
      *** Nothing here fails the job that wrote the report - a list ***
      *** that can't be read or a token that can't be minted just   ***
      *** means no mail for it.                                     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailreport.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "rsubdef.cbl".
           COPY "sharedef.cbl".

           SELECT config-file
               ASSIGN TO "data/reportmail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS config-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD reportsubs-file.
       01 reportsub-record.
           COPY "rsubfld.cbl".

       FD sharelinks-file.
       01 sharelink-record.
           COPY "sharefld.cbl".

       FD config-file.
       01 config-line PIC X(200).

       WORKING-STORAGE SECTION.
       77 reportsubs-file-status PIC X(2).
       77 sharelinks-file-status PIC X(2).
       77 config-file-status     PIC X(2).
       77 sharelinks-open        PIC X(01) VALUE "N".

       77 cfg-key-name   PIC X(30).
       77 cfg-default    PIC 9(12).
       77 cfg-result     PIC 9(12).
       77 attach-lines   PIC 9(7) VALUE 2000.
       77 link-days      PIC 9(3) VALUE 7.

       77 mr-name-text   PIC X(40).
       77 mr-value-text  PIC X(160).
       77 site-host      PIC X(80) VALUE SPACES.
       77 host-ptr       PIC 9(4) USAGE COMP-5.
       77 host-char      PIC X(01).

       77 pattern-len    PIC 9(4) USAGE COMP-5.
       77 pattern-match  PIC X(01).

       77 addr-list      PIC X(450).
       01 addr-table.
           05 addr-entry PIC X(90) OCCURS 10 TIMES.
       77 addr-ctr       PIC 9(4) USAGE COMP-5.

       77 share-stamp    PIC X(21).
       77 share-seed     PIC 9(9).
       77 share-rand     PIC 9(4).
       77 share-seq      PIC 9(2) VALUE 0.
       77 share-tries    PIC 9(2).
       77 share-token    PIC X(21).
       77 share-minted   PIC X(01).
       77 expiry-int     PIC 9(8) USAGE COMP-5.
       77 expiry-date    PIC 9(8).
       77 share-expires  PIC X(21).
       77 share-link     PIC X(160).

       77 lines-disp     PIC Z(6)9.
       77 days-disp      PIC ZZ9.
       77 run-date-text  PIC X(16).

       77 mail-to-addr   PIC X(90).
       77 mail-subject   PIC X(90).
       77 mail-body      PIC X(500).
       77 mail-template  PIC X(30).
       77 mail-accepted  PIC X(01).
       77 mail-lang      PIC X(2) VALUE SPACES.

       01 mail-attachment EXTERNAL.
           COPY "mattfld.cbl".

       01 the-mailvars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-report.
           COPY "rptfld.cbl".

       PROCEDURE DIVISION USING the-report.

       start-mailreport.

           OPEN INPUT reportsubs-file.
           IF reportsubs-file-status NOT = "00"
               GOBACK
           END-IF.

           PERFORM load-settings.

           MOVE RPT-LINES TO lines-disp.
           MOVE SPACES TO run-date-text.
           STRING RPT-RUNDATE(1:4) "-" RPT-RUNDATE(5:2) "-"
                  RPT-RUNDATE(7:2) " " RPT-RUNDATE(9:2) ":"
                  RPT-RUNDATE(11:2) DELIMITED BY SIZE
               INTO run-date-text
           END-STRING.
           MOVE SPACES TO mail-subject.
           STRING "Report " DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-PROGRAM) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  run-date-text DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           READ reportsubs-file NEXT RECORD
               AT END MOVE "10" TO reportsubs-file-status
           END-READ.
           PERFORM UNTIL reportsubs-file-status NOT = "00"
               PERFORM match-pattern
               IF pattern-match = "Y"
                   PERFORM mail-one-list
               END-IF
               READ reportsubs-file NEXT RECORD
                   AT END MOVE "10" TO reportsubs-file-status
               END-READ
           END-PERFORM.
           CLOSE reportsubs-file.

           IF sharelinks-open = "Y"
               CLOSE sharelinks-file
           END-IF.

           GOBACK.

      *****************************************************************
      *** Thresholds through getconfig; the host from               ***
      *** data/reportmail.txt, kept only when it is a plain host    ***
      *** name (letters, digits, dots, dashes, a port colon).       ***
      *****************************************************************
       load-settings.

           MOVE "REPORTATTACHLINES" TO cfg-key-name.
           MOVE 2000 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result < 10000000
               MOVE cfg-result TO attach-lines
           END-IF.

           MOVE "REPORTLINKDAYS" TO cfg-key-name.
           MOVE 7 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result > 0 AND cfg-result < 1000
               MOVE cfg-result TO link-days
           END-IF.
           MOVE link-days TO days-disp.

           OPEN INPUT config-file.
           IF config-file-status = "00"
               READ config-file
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL config-file-status NOT = "00"
                   MOVE SPACES TO mr-name-text mr-value-text
                   UNSTRING config-line DELIMITED BY "="
                       INTO mr-name-text mr-value-text
                   END-UNSTRING
                   IF FUNCTION TRIM(mr-name-text) = "host"
                       MOVE FUNCTION TRIM(mr-value-text) TO site-host
                   END-IF
                   READ config-file
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE config-file
           END-IF.

           PERFORM VARYING host-ptr FROM 1 BY 1
                   UNTIL host-ptr > 80 OR site-host = SPACES
               MOVE site-host(host-ptr:1) TO host-char
               IF host-char NOT = SPACE
                  AND host-char IS NOT ALPHABETIC
                  AND host-char NOT NUMERIC
                  AND host-char NOT = "."
                  AND host-char NOT = "-"
                  AND host-char NOT = ":"
                   MOVE SPACES TO site-host
               END-IF
           END-PERFORM.

       match-pattern.

           MOVE "N" TO pattern-match.
           IF RSUB-PATTERN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF RSUB-PATTERN = "*"
               MOVE "Y" TO pattern-match
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(RSUB-PATTERN))
               TO pattern-len.
           IF RSUB-PATTERN(pattern-len:1) = "*"
               IF RPT-PROGRAM(1:pattern-len - 1)
                  = RSUB-PATTERN(1:pattern-len - 1)
                   MOVE "Y" TO pattern-match
               END-IF
           ELSE
               IF RPT-PROGRAM = RSUB-PATTERN
                   MOVE "Y" TO pattern-match
               END-IF
           END-IF.

      *****************************************************************
      *** One message per address on the list; sendmailq screens    ***
      *** each address on its way onto the spool.                   ***
      *****************************************************************
       mail-one-list.

           MOVE RSUB-RECIPIENTS TO addr-list.
           INSPECT addr-list REPLACING ALL "," BY SPACE.
           MOVE SPACES TO addr-table.
           UNSTRING FUNCTION TRIM(addr-list) DELIMITED BY ALL SPACE
               INTO addr-entry(1) addr-entry(2) addr-entry(3)
                    addr-entry(4) addr-entry(5) addr-entry(6)
                    addr-entry(7) addr-entry(8) addr-entry(9)
                    addr-entry(10)
           END-UNSTRING.

           PERFORM VARYING addr-ctr FROM 1 BY 1 UNTIL addr-ctr > 10
               IF addr-entry(addr-ctr) NOT = SPACES
                   PERFORM mail-one-address
               END-IF
           END-PERFORM.

       mail-one-address.

           MOVE addr-entry(addr-ctr) TO mail-to-addr.

           MOVE SPACES TO the-mailvars.
           MOVE "reportname" TO COW-varname(1).
           MOVE RPT-NAME TO COW-varvalue(1).
           MOVE "program" TO COW-varname(2).
           MOVE RPT-PROGRAM TO COW-varvalue(2).
           MOVE "rundate" TO COW-varname(3).
           MOVE run-date-text TO COW-varvalue(3).
           MOVE "lines" TO COW-varname(4).
           MOVE FUNCTION TRIM(lines-disp) TO COW-varvalue(4).
           MOVE "listname" TO COW-varname(5).
           MOVE RSUB-LIST-NAME TO COW-varvalue(5).

           IF RPT-LINES NOT > attach-lines
               PERFORM send-as-attachment
           ELSE
               IF site-host NOT = SPACES
                   PERFORM send-as-link
               ELSE
                   PERFORM send-screen-pointer
               END-IF
           END-IF.

       send-as-attachment.

           MOVE "reportmail" TO mail-template.
           MOVE SPACES TO mail-body.
           STRING "The " DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-PROGRAM) DELIMITED BY SIZE
                  " report of " DELIMITED BY SIZE
                  run-date-text DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(lines-disp) DELIMITED BY SIZE
                  " lines) is attached. You receive it as a member "
                      DELIMITED BY SIZE
                  "of the list " DELIMITED BY SIZE
                  FUNCTION TRIM(RSUB-LIST-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO mail-body
           END-STRING.
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE RPT-NAME TO MATT-FILE.
           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

       send-as-link.

           PERFORM mint-share-link.
           IF share-minted NOT = "Y"
               PERFORM send-screen-pointer
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO share-link.
           STRING "http://" DELIMITED BY SIZE
                  FUNCTION TRIM(site-host) DELIMITED BY SIZE
                  "/share/" DELIMITED BY SIZE
                  FUNCTION TRIM(share-token) DELIMITED BY SIZE
               INTO share-link
           END-STRING.

           MOVE "reportlink" TO mail-template.
           MOVE SPACES TO mail-body.
           STRING "The " DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-PROGRAM) DELIMITED BY SIZE
                  " report of " DELIMITED BY SIZE
                  run-date-text DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(lines-disp) DELIMITED BY SIZE
                  " lines) is too large to attach. Fetch it once "
                      DELIMITED BY SIZE
                  "within " DELIMITED BY SIZE
                  FUNCTION TRIM(days-disp) DELIMITED BY SIZE
                  " day(s) from " DELIMITED BY SIZE
                  FUNCTION TRIM(share-link) DELIMITED BY SIZE
                  " - the link works one time only. You receive it "
                      DELIMITED BY SIZE
                  "as a member of the list " DELIMITED BY SIZE
                  FUNCTION TRIM(RSUB-LIST-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE "link" TO COW-varname(6).
           MOVE share-link TO COW-varvalue(6).
           MOVE "linkdays" TO COW-varname(7).
           MOVE FUNCTION TRIM(days-disp) TO COW-varvalue(7).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

       send-screen-pointer.

           MOVE "reportscreen" TO mail-template.
           MOVE SPACES TO mail-body.
           STRING "The " DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-PROGRAM) DELIMITED BY SIZE
                  " report of " DELIMITED BY SIZE
                  run-date-text DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(lines-disp) DELIMITED BY SIZE
                  " lines) is too large to attach. It is listed on "
                      DELIMITED BY SIZE
                  "the reports screen as report " DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-ID) DELIMITED BY SIZE
                  ". You receive this as a member of the list "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(RSUB-LIST-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE "reportid" TO COW-varname(6).
           MOVE RPT-ID TO COW-varvalue(6).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

      *****************************************************************
      *** A single-use token per recipient, so one forwarded mail   ***
      *** can't be fetched by the whole list. The run stamp, a      ***
      *** sequence number and a random tail keep tokens unique      ***
      *** within the run; a clash is retried a few times.           ***
      *****************************************************************
       mint-share-link.

           MOVE "N" TO share-minted.

           IF sharelinks-open NOT = "Y"
               OPEN I-O sharelinks-file
               IF sharelinks-file-status = "35"
                   OPEN OUTPUT sharelinks-file
                   CLOSE sharelinks-file
                   OPEN I-O sharelinks-file
               END-IF
               IF sharelinks-file-status NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO sharelinks-open
               MOVE FUNCTION CURRENT-DATE TO share-stamp
               COMPUTE share-seed =
                   FUNCTION NUMVAL(share-stamp(7:9))
               COMPUTE share-rand =
                   FUNCTION RANDOM(share-seed) * 9999
               COMPUTE expiry-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(share-stamp(1:8))) + link-days
               MOVE FUNCTION DATE-OF-INTEGER(expiry-int)
                   TO expiry-date
               MOVE SPACES TO share-expires
               STRING expiry-date DELIMITED BY SIZE
                      share-stamp(9:6) DELIMITED BY SIZE
                   INTO share-expires
               END-STRING
           END-IF.

           PERFORM VARYING share-tries FROM 1 BY 1
                   UNTIL share-tries > 5 OR share-minted = "Y"
               ADD 1 TO share-seq
               COMPUTE share-rand = FUNCTION RANDOM * 9999
               MOVE SPACES TO share-token
               STRING share-stamp(1:14) DELIMITED BY SIZE
                      "R"               DELIMITED BY SIZE
                      share-seq         DELIMITED BY SIZE
                      share-rand        DELIMITED BY SIZE
                   INTO share-token
               END-STRING

               MOVE SPACES TO sharelink-record
               MOVE share-token TO SHR-TOKEN
               MOVE RPT-ID TO SHR-REPORT-ID
               MOVE share-expires TO SHR-EXPIRES
               MOVE "N" TO SHR-USED
               MOVE "mailreport" TO SHR-CREATED-BY
               MOVE FUNCTION CURRENT-DATE TO SHR-CREATED
               WRITE sharelink-record
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO share-minted
               END-WRITE
           END-PERFORM.
