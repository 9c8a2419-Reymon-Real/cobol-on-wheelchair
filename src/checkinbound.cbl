      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one gate for every inbound feed file: control    ***
      ***          count, hash total and file date checked, repeats ***
      ***          refused, accepted files archived under dated     ***
      ***          names                                            ***
      *****************************************************************
      *** Called by each step that reads a file somebody else drops ***
      *** under data/ (inbfld.cbl describes the call). The feed is  ***
      *** declared in data/inboundfeeds.txt, one line per feed:     ***
      ***   feed|form|hash start|hash length|archive                ***
      *** form "trailer": the file carries its own control lines -  ***
      ***   "HDR|<file date>" first and "TRL|<count>|<hash>" last;  ***
      ***   the step skips both;                                    ***
      *** form "manifest": a companion file of the same name ending ***
      ***   .man (data/rates.man for data/rates.txt) holds          ***
      ***   "date=", "count=" and "hash=" lines.                    ***
      *** The record count is the file's non-blank data lines. The  ***
      *** hash total is the sum of the numeric field at hash start  ***
      *** for hash length (the bank's amount column, say) or, with  ***
      *** no field declared, the sum of the byte values of every    ***
      *** data line, trailing spaces not counted. The file date is  ***
      *** CCYYMMDD or CCYYMMDDHHMMSS and may not be in the future.  ***
      *** A feed missing from the list is a manifest feed hashed by ***
      *** bytes and archived by moving.                             ***
      *** A file whose count or hash disagrees with its control     ***
      *** (half transferred, or cut short), whose control is        ***
      *** missing, or whose file date or contents were already      ***
      *** accepted for the same feed and file name (sent twice) is  ***
      *** refused before the step reads a line of it, and left      ***
      *** where it is for somebody to look at.                      ***
      *** Once the step has worked an accepted file, mode "A" moves ***
      *** it - archive "copy": copies it, for a file ops keep in    ***
      *** place - to <name>_<CCYYMMDDHHMMSS>.txt, its manifest      ***
      *** alongside as .man. Every acceptance and every refusal is  ***
      *** a line on data/inboundlog.txt:                            ***
      ***   run stamp|feed|file|file date|count|hash|A or R|archive ***
      ***   name or refusal reason                                  ***
      *** which is also the register the repeat check reads.        ***
      *** Mode "M" writes a fresh manifest, dated now, for a        ***
      *** manifest-form file this installation rewrote itself.      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkinbound.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT feeds-file
               ASSIGN TO "data/inboundfeeds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feeds-file-status.

           SELECT inbound-file
               ASSIGN TO inbound-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS inbound-file-status.

           SELECT manifest-file
               ASSIGN TO manifest-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manifest-file-status.

           SELECT register-file
               ASSIGN TO "data/inboundlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS register-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD feeds-file.
       01 feeds-line PIC X(120).

       FD inbound-file.
       01 inbound-line PIC X(400).

       FD manifest-file.
       01 manifest-line PIC X(80).

       FD register-file.
       01 register-line PIC X(300).

       WORKING-STORAGE SECTION.
       77 feeds-file-status    PIC X(2).
       77 inbound-file-status  PIC X(2).
       77 manifest-file-status PIC X(2).
       77 register-file-status PIC X(2).
       77 inbound-file-name    PIC X(60).
       77 manifest-file-name   PIC X(80).

      *** The feed's declaration, defaulted for a feed not listed.  ***
       77 feed-form        PIC X(8).
       77 feed-hash-start  PIC 9(3).
       77 feed-hash-len    PIC 9(2).
       77 feed-archive     PIC X(8).
       77 fd-feed-text     PIC X(20).
       77 fd-form-text     PIC X(20).
       77 fd-start-text    PIC X(20).
       77 fd-len-text      PIC X(20).
       77 fd-archive-text  PIC X(20).

       77 run-stamp        PIC X(14).
       77 run-today        PIC X(8).
       77 name-len         PIC 9(4) USAGE COMP-5.
       77 base-len         PIC 9(4) USAGE COMP-5.
       77 archive-name     PIC X(80).
       77 archive-man-name PIC X(80).
       77 archive-command  PIC X(200).

      *** What the file itself adds up to.                          ***
       77 scan-count       PIC 9(9).
       77 scan-hash        PIC 9(18).
       77 scan-line-no     PIC 9(9).
       77 scan-error       PIC X(80).
       77 scan-missing     PIC X(01).
       77 header-seen      PIC X(01).
       77 trailer-seen     PIC X(01).
       77 line-len         PIC 9(4) USAGE COMP-5.
       77 char-ctr         PIC 9(4) USAGE COMP-5.
       77 hash-field       PIC X(18).
       77 line-no-disp     PIC Z(8)9.

      *** What the control - trailer or manifest - says it adds up  ***
      *** to.                                                       ***
       77 control-date     PIC X(20).
       77 control-count-text PIC X(20).
       77 control-hash-text  PIC X(20).
       77 control-count    PIC 9(9).
       77 control-hash     PIC 9(18).
       77 ct-tag-text      PIC X(20).
       77 mf-name-text     PIC X(20).
       77 mf-value-text    PIC X(40).
       77 date-len         PIC 9(4) USAGE COMP-5.

       77 count-disp       PIC Z(8)9.
       77 control-disp     PIC Z(8)9.
       77 hash-disp        PIC 9(18).

      *** One register line, taken apart for the repeat check.      ***
       77 rg-stamp-text    PIC X(20).
       77 rg-feed-text     PIC X(20).
       77 rg-file-text     PIC X(60).
       77 rg-date-text     PIC X(20).
       77 rg-count-text    PIC X(20).
       77 rg-hash-text     PIC X(20).
       77 rg-state-text    PIC X(20).
       77 rg-state         PIC X(1).
       77 rg-detail        PIC X(80).

       LINKAGE SECTION.
       01 inbound-gate.
           COPY "inbfld.cbl".

       PROCEDURE DIVISION USING inbound-gate.

       start-checkinbound.

           MOVE "N" TO IB-RESULT.
           MOVE SPACES TO IB-REASON IB-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.
           MOVE run-stamp(1:8) TO run-today.
           MOVE IB-FILE TO inbound-file-name.

           PERFORM load-feed-rule.
           PERFORM name-companion-files.

           EVALUATE IB-MODE
               WHEN "C"
                   PERFORM check-inbound-file
               WHEN "A"
                   PERFORM archive-inbound-file
               WHEN "M"
                   PERFORM write-fresh-manifest
               WHEN OTHER
                   MOVE "unknown inbound gate mode" TO IB-REASON
           END-EVALUATE.

           GOBACK.

      *****************************************************************
      *** The feed's line in data/inboundfeeds.txt, same "|" shape  ***
      *** as data/companies.txt.                                    ***
      *****************************************************************
       load-feed-rule.

           MOVE "manifest" TO feed-form.
           MOVE 0 TO feed-hash-start feed-hash-len.
           MOVE "move" TO feed-archive.

           OPEN INPUT feeds-file.
           IF feeds-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ feeds-file
               AT END MOVE "10" TO feeds-file-status
           END-READ.
           PERFORM UNTIL feeds-file-status NOT = "00"
               PERFORM take-one-feed-line
               READ feeds-file
                   AT END MOVE "10" TO feeds-file-status
               END-READ
           END-PERFORM.
           CLOSE feeds-file.

       take-one-feed-line.

           MOVE SPACES TO fd-feed-text fd-form-text fd-start-text
               fd-len-text fd-archive-text.
           UNSTRING feeds-line DELIMITED BY "|"
               INTO fd-feed-text fd-form-text fd-start-text
                    fd-len-text fd-archive-text
           END-UNSTRING.

           IF FUNCTION TRIM(fd-feed-text) NOT = FUNCTION TRIM(IB-FEED)
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(fd-form-text) = "trailer"
               MOVE "trailer" TO feed-form
           END-IF.
           IF FUNCTION TRIM(fd-archive-text) = "copy"
               MOVE "copy" TO feed-archive
           END-IF.
           IF FUNCTION TEST-NUMVAL(fd-start-text) = 0
              AND FUNCTION TEST-NUMVAL(fd-len-text) = 0
              AND FUNCTION NUMVAL(fd-start-text) > 0
              AND FUNCTION NUMVAL(fd-len-text) > 0
              AND FUNCTION NUMVAL(fd-len-text) NOT > 18
              AND FUNCTION NUMVAL(fd-start-text)
                  + FUNCTION NUMVAL(fd-len-text) NOT > 401
               COMPUTE feed-hash-start = FUNCTION NUMVAL(fd-start-text)
               COMPUTE feed-hash-len = FUNCTION NUMVAL(fd-len-text)
           END-IF.

      *** data/rates.txt: manifest data/rates.man, archived as      ***
      *** data/rates_<stamp>.txt and data/rates_<stamp>.man.        ***
       name-companion-files.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(IB-FILE)) TO name-len.
           MOVE name-len TO base-len.
           IF name-len > 4
               IF IB-FILE(name-len - 3:4) = ".txt"
                   SUBTRACT 4 FROM base-len
               END-IF
           END-IF.

           MOVE SPACES TO manifest-file-name archive-name
               archive-man-name.
           STRING IB-FILE(1:base-len) DELIMITED BY SIZE
                  ".man"              DELIMITED BY SIZE
               INTO manifest-file-name
           END-STRING.
           STRING IB-FILE(1:base-len) DELIMITED BY SIZE
                  "_"                 DELIMITED BY SIZE
                  run-stamp           DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
               INTO archive-name
           END-STRING.
           STRING IB-FILE(1:base-len) DELIMITED BY SIZE
                  "_"                 DELIMITED BY SIZE
                  run-stamp           DELIMITED BY SIZE
                  ".man"              DELIMITED BY SIZE
               INTO archive-man-name
           END-STRING.

      *****************************************************************
      *** Mode "C": the file against its control and the register.  ***
      *** Any refusal is registered too, so the morning read of     ***
      *** data/inboundlog.txt shows what was turned away and why.   ***
      *****************************************************************
       check-inbound-file.

           PERFORM scan-inbound-file.
           IF scan-missing = "Y"
               MOVE "M" TO IB-RESULT
               EXIT PARAGRAPH
           END-IF.

           IF scan-error NOT = SPACES
               MOVE scan-error TO IB-REASON
               PERFORM register-refusal
               EXIT PARAGRAPH
           END-IF.

           IF feed-form = "manifest"
               PERFORM read-manifest
               IF IB-REASON NOT = SPACES
                   PERFORM register-refusal
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF header-seen NOT = "Y"
                   MOVE "no HDR line - the file is not whole"
                       TO IB-REASON
                   PERFORM register-refusal
                   EXIT PARAGRAPH
               END-IF
               IF trailer-seen NOT = "Y"
                   MOVE "no TRL line - the file is not whole"
                       TO IB-REASON
                   PERFORM register-refusal
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM check-control-values.
           IF IB-REASON NOT = SPACES
               PERFORM register-refusal
               EXIT PARAGRAPH
           END-IF.

           PERFORM check-already-processed.
           IF IB-REASON NOT = SPACES
               PERFORM register-refusal
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO IB-RESULT.

      *****************************************************************
      *** One pass over the file: data lines counted and hashed,    ***
      *** and for a trailer feed the HDR / TRL lines taken apart.   ***
      *****************************************************************
       scan-inbound-file.

           MOVE 0 TO scan-count scan-hash scan-line-no.
           MOVE SPACES TO scan-error control-date control-count-text
               control-hash-text.
           MOVE "N" TO scan-missing header-seen trailer-seen.

           OPEN INPUT inbound-file.
           IF inbound-file-status = "35"
               MOVE "Y" TO scan-missing
               EXIT PARAGRAPH
           END-IF.
           IF inbound-file-status NOT = "00"
               MOVE SPACES TO scan-error
               STRING "the file could not be opened (status "
                          DELIMITED BY SIZE
                      inbound-file-status DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO scan-error
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           READ inbound-file
               AT END MOVE "10" TO inbound-file-status
           END-READ.
           PERFORM UNTIL inbound-file-status NOT = "00"
               OR scan-error NOT = SPACES
               ADD 1 TO scan-line-no
               IF inbound-line NOT = SPACES
                   PERFORM scan-one-line
               END-IF
               READ inbound-file
                   AT END MOVE "10" TO inbound-file-status
               END-READ
           END-PERFORM.
           CLOSE inbound-file.

       scan-one-line.

           MOVE scan-line-no TO line-no-disp.

           IF feed-form = "trailer"
               IF trailer-seen = "Y"
                   MOVE SPACES TO scan-error
                   STRING "line " DELIMITED BY SIZE
                          FUNCTION TRIM(line-no-disp)
                              DELIMITED BY SIZE
                          " follows the TRL line" DELIMITED BY SIZE
                       INTO scan-error
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               IF inbound-line(1:4) = "HDR|"
                   IF header-seen = "Y" OR scan-count > 0
                       MOVE SPACES TO scan-error
                       STRING "HDR line " DELIMITED BY SIZE
                              FUNCTION TRIM(line-no-disp)
                                  DELIMITED BY SIZE
                              " is not the first line"
                                  DELIMITED BY SIZE
                           INTO scan-error
                       END-STRING
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO header-seen
                   UNSTRING inbound-line DELIMITED BY "|"
                       INTO ct-tag-text control-date
                   END-UNSTRING
                   EXIT PARAGRAPH
               END-IF
               IF inbound-line(1:4) = "TRL|"
                   MOVE "Y" TO trailer-seen
                   UNSTRING inbound-line DELIMITED BY "|"
                       INTO ct-tag-text control-count-text
                            control-hash-text
                   END-UNSTRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO scan-count.

           IF feed-hash-len > 0
               MOVE SPACES TO hash-field
               MOVE inbound-line(feed-hash-start:feed-hash-len)
                   TO hash-field
               IF inbound-line(feed-hash-start:feed-hash-len)
                  IS NOT NUMERIC
                   MOVE SPACES TO scan-error
                   STRING "hash field not numeric on line "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(line-no-disp)
                              DELIMITED BY SIZE
                       INTO scan-error
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               COMPUTE scan-hash = scan-hash
                   + FUNCTION NUMVAL(hash-field)
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(inbound-line
                   TRAILING)) TO line-len
               PERFORM VARYING char-ctr FROM 1 BY 1
                       UNTIL char-ctr > line-len
                   COMPUTE scan-hash = scan-hash
                       + FUNCTION ORD(inbound-line(char-ctr:1)) - 1
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-PERFORM
           END-IF.

      *** The manifest, same name=value shape as the policy files.  ***
       read-manifest.

           OPEN INPUT manifest-file.
           IF manifest-file-status NOT = "00"
               MOVE SPACES TO IB-REASON
               STRING "no manifest " DELIMITED BY SIZE
                      manifest-file-name DELIMITED BY SPACE
                      " - the file is not whole or not sent"
                          DELIMITED BY SIZE
                   INTO IB-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           READ manifest-file
               AT END MOVE "10" TO manifest-file-status
           END-READ.
           PERFORM UNTIL manifest-file-status NOT = "00"
               MOVE SPACES TO mf-name-text mf-value-text
               UNSTRING manifest-line DELIMITED BY "="
                   INTO mf-name-text mf-value-text
               END-UNSTRING
               EVALUATE FUNCTION TRIM(mf-name-text)
                   WHEN "date"
                       MOVE FUNCTION TRIM(mf-value-text)
                           TO control-date
                   WHEN "count"
                       MOVE FUNCTION TRIM(mf-value-text)
                           TO control-count-text
                   WHEN "hash"
                       MOVE FUNCTION TRIM(mf-value-text)
                           TO control-hash-text
               END-EVALUATE
               READ manifest-file
                   AT END MOVE "10" TO manifest-file-status
               END-READ
           END-PERFORM.
           CLOSE manifest-file.

           IF control-date = SPACES OR control-count-text = SPACES
              OR control-hash-text = SPACES
               MOVE "the manifest lacks its date, count or hash"
                   TO IB-REASON
           END-IF.

      *****************************************************************
      *** File date, record count and hash total against the file.  ***
      *****************************************************************
       check-control-values.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(control-date))
               TO date-len.
           IF control-date = SPACES
              OR (date-len NOT = 8 AND date-len NOT = 14)
              OR control-date(1:date-len) IS NOT NUMERIC
               MOVE "the control's file date is not CCYYMMDD"
                   TO IB-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
              FUNCTION NUMVAL(control-date(1:8))) NOT = 0
               MOVE "the control's file date is not a real date"
                   TO IB-REASON
               EXIT PARAGRAPH
           END-IF.
           IF control-date(1:8) > run-today
               MOVE SPACES TO IB-REASON
               STRING "the file date " DELIMITED BY SIZE
                      control-date(1:8) DELIMITED BY SIZE
                      " is in the future" DELIMITED BY SIZE
                   INTO IB-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(control-count-text) IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(control-count-text))
                 > 9
               MOVE "the control's record count is not a number"
                   TO IB-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(control-hash-text) IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(control-hash-text))
                 > 18
               MOVE "the control's hash total is not a number"
                   TO IB-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE control-count = FUNCTION NUMVAL(control-count-text).
           COMPUTE control-hash = FUNCTION NUMVAL(control-hash-text).

           IF control-count NOT = scan-count
               MOVE scan-count TO count-disp
               MOVE control-count TO control-disp
               MOVE SPACES TO IB-REASON
               STRING FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                      " record(s) in the file, the control says "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(control-disp) DELIMITED BY SIZE
                   INTO IB-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF control-hash NOT = scan-hash
               MOVE "the hash total does not match the control"
                   TO IB-REASON
           END-IF.

      *****************************************************************
      *** The same feed and file name already accepted with this    ***
      *** file date, or with these very contents, is a repeat. An   ***
      *** empty file's hash of zero proves nothing either way.      ***
      *****************************************************************
       check-already-processed.

           MOVE scan-hash TO hash-disp.

           OPEN INPUT register-file.
           IF register-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ register-file
               AT END MOVE "10" TO register-file-status
           END-READ.
           PERFORM UNTIL register-file-status NOT = "00"
               OR IB-REASON NOT = SPACES
               PERFORM judge-one-register-line
               READ register-file
                   AT END MOVE "10" TO register-file-status
               END-READ
           END-PERFORM.
           CLOSE register-file.

       judge-one-register-line.

           MOVE SPACES TO rg-stamp-text rg-feed-text rg-file-text
               rg-date-text rg-count-text rg-hash-text rg-state-text.
           UNSTRING register-line DELIMITED BY "|"
               INTO rg-stamp-text rg-feed-text rg-file-text
                    rg-date-text rg-count-text rg-hash-text
                    rg-state-text
           END-UNSTRING.

           IF rg-state-text NOT = "A"
              OR rg-feed-text NOT = IB-FEED
              OR rg-file-text NOT = IB-FILE
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(rg-date-text) = FUNCTION TRIM(control-date)
               MOVE SPACES TO IB-REASON
               STRING "file date " DELIMITED BY SIZE
                      FUNCTION TRIM(control-date) DELIMITED BY SIZE
                      " was already processed at " DELIMITED BY SIZE
                      FUNCTION TRIM(rg-stamp-text) DELIMITED BY SIZE
                   INTO IB-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF scan-count > 0
              AND FUNCTION TRIM(rg-hash-text) = hash-disp
               MOVE SPACES TO IB-REASON
               STRING "the same contents were already processed at "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(rg-stamp-text) DELIMITED BY SIZE
                   INTO IB-REASON
               END-STRING
           END-IF.

      *****************************************************************
      *** Mode "A": the worked file goes under its dated name - a   ***
      *** move unless the feed keeps it in place - and the          ***
      *** acceptance is registered. A file that will not move aside ***
      *** would be worked again on a rerun, so that is a failure.   ***
      *****************************************************************
       archive-inbound-file.

           PERFORM scan-inbound-file.
           IF scan-missing = "Y"
               MOVE "M" TO IB-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF feed-form = "manifest"
               PERFORM read-manifest
               MOVE SPACES TO IB-REASON
           END-IF.

           MOVE SPACES TO archive-command.
           IF feed-archive = "copy"
               STRING "cp " DELIMITED BY SIZE
                      IB-FILE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      archive-name DELIMITED BY SPACE
                   INTO archive-command
               END-STRING
           ELSE
               STRING "mv " DELIMITED BY SIZE
                      IB-FILE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      archive-name DELIMITED BY SPACE
                   INTO archive-command
               END-STRING
           END-IF.
           CALL "SYSTEM" USING archive-command END-CALL.

           IF feed-form = "manifest" AND feed-archive NOT = "copy"
               MOVE SPACES TO archive-command
               STRING "mv " DELIMITED BY SIZE
                      manifest-file-name DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      archive-man-name DELIMITED BY SPACE
                      " 2>/dev/null" DELIMITED BY SIZE
                   INTO archive-command
               END-STRING
               CALL "SYSTEM" USING archive-command END-CALL
           END-IF.
           IF feed-form = "manifest" AND feed-archive = "copy"
               MOVE SPACES TO archive-command
               STRING "cp " DELIMITED BY SIZE
                      manifest-file-name DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      archive-man-name DELIMITED BY SPACE
                      " 2>/dev/null" DELIMITED BY SIZE
                   INTO archive-command
               END-STRING
               CALL "SYSTEM" USING archive-command END-CALL
           END-IF.
           MOVE 0 TO RETURN-CODE.

           IF feed-archive NOT = "copy"
               OPEN INPUT inbound-file
               IF inbound-file-status NOT = "35"
                   IF inbound-file-status = "00"
                       CLOSE inbound-file
                   END-IF
                   MOVE SPACES TO IB-REASON
                   STRING "could not be moved aside to "
                              DELIMITED BY SIZE
                          archive-name DELIMITED BY SPACE
                       INTO IB-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "A" TO rg-state.
           MOVE archive-name TO rg-detail.
           PERFORM write-register-line.
           MOVE archive-name TO IB-ARCHIVE.
           MOVE "Y" TO IB-RESULT.

      *****************************************************************
      *** Mode "M": a manifest for a file rewritten here, dated to  ***
      *** the second so it never repeats an earlier one.            ***
      *****************************************************************
       write-fresh-manifest.

           IF feed-form NOT = "manifest"
               MOVE "the feed carries its own HDR and TRL lines"
                   TO IB-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM scan-inbound-file.
           IF scan-missing = "Y"
               MOVE "M" TO IB-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF scan-error NOT = SPACES
               MOVE scan-error TO IB-REASON
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT manifest-file.
           IF manifest-file-status NOT = "00"
               MOVE SPACES TO IB-REASON
               STRING manifest-file-name DELIMITED BY SPACE
                      " could not be written" DELIMITED BY SIZE
                   INTO IB-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE scan-count TO count-disp.
           MOVE scan-hash TO hash-disp.
           MOVE SPACES TO manifest-line.
           STRING "date=" DELIMITED BY SIZE
                  run-stamp DELIMITED BY SIZE
               INTO manifest-line
           END-STRING.
           WRITE manifest-line.
           MOVE SPACES TO manifest-line.
           STRING "count=" DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
               INTO manifest-line
           END-STRING.
           WRITE manifest-line.
           MOVE SPACES TO manifest-line.
           STRING "hash=" DELIMITED BY SIZE
                  hash-disp DELIMITED BY SIZE
               INTO manifest-line
           END-STRING.
           WRITE manifest-line.
           CLOSE manifest-file.

           MOVE "Y" TO IB-RESULT.

       register-refusal.

           MOVE "R" TO rg-state.
           MOVE IB-REASON TO rg-detail.
           PERFORM write-register-line.

       write-register-line.

           MOVE scan-count TO count-disp.
           MOVE scan-hash TO hash-disp.

           OPEN EXTEND register-file.
           IF register-file-status NOT = "00"
               OPEN OUTPUT register-file
           END-IF.
           IF register-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO register-line.
           STRING run-stamp DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  IB-FEED DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  IB-FILE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  control-date DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  hash-disp DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  rg-state DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(rg-detail) DELIMITED BY SIZE
               INTO register-line
           END-STRING.
           WRITE register-line.
           CLOSE register-file.
