      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  the warm standby replays the shipped journal     ***
      *** UPDATE:  a customer image still in clear is sealed before ***
      ***          it is applied                                    ***
      *****************************************************************
      *** Batch job on the standby, run from cron every few minutes ***
      *** behind the primary's shipjournal: takes the journal       ***
      *** segments shipped into data/ strictly in segment order and ***
      *** replays each onto the standby's copy of the masters the   ***
      *** way replayjournal rolls a restored backup forward -       ***
      *** customers, orders and users, a W or R entry putting its   ***
      *** after-image in place, a D entry deleting. Before a        ***
      *** segment is touched it is checked whole: the header must   ***
      *** carry the segment number expected next and start one past ***
      *** the last journal entry already applied, and the entry     ***
      *** count and byte checksum must agree with the trailer. A    ***
      *** segment still arriving (no complete trailer yet) is left  ***
      *** for the next run; a segment out of sequence or failing    ***
      *** its checksum stops the job RC 8 with the standby where it ***
      *** was - copy the segment across again from the primary and  ***
      *** rerun. Every entry applied is added to this box's own     ***
      *** data/journal.log and the journal chain head moved on to   ***
      *** it, so once in service the standby's journal carries on   ***
      *** from the primary's. Progress goes to                      ***
      *** data/standbystate.txt (stbyfld) after every segment, so   ***
      *** an interrupted run picks up at the next one. To seed a    ***
      *** standby, restore every dataset from one night's backup    ***
      *** and write a state line naming the segment before the      ***
      *** first one cut after that backup was taken, entry 0; no    ***
      *** state line at all starts from segment 1. The first        ***
      *** segment onto a seeded copy may start anywhere - replay is ***
      *** idempotent - after that the chain must be unbroken. Once  ***
      *** promotestandby has put this box in service nothing more   ***
      *** is applied.                                               ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. applystandby.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "orderdef.cbl".
           COPY "userdef.cbl".

           SELECT segment-file
               ASSIGN TO segment-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS segment-file-status.

           SELECT journal-file
               ASSIGN TO "data/journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-file-status.

           SELECT state-file
               ASSIGN TO "data/standbystate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS state-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD segment-file.
       01 segment-line PIC X(1300).

       FD journal-file.
       01 journal-line PIC X(1300).

       FD state-file.
       01 state-record.
           COPY "stbyfld.cbl".

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 seal-result           PIC X(01).
       77 orders-file-status    PIC X(2).
       77 users-file-status     PIC X(2).
       77 segment-file-status   PIC X(2).
       77 journal-file-status   PIC X(2).
       77 state-file-status     PIC X(2).

       77 segment-file-name PIC X(60).
       77 run-stamp         PIC X(14).

       01 journal-record.
           COPY "jrnfld.cbl".

       77 segment-no      PIC 9(9).
       77 header-after    PIC 9(9).
       77 trailer-count   PIC 9(7).
       77 trailer-sum     PIC 9(9).
       77 trailer-last    PIC 9(9).
       77 trailer-seen    PIC X(01).
       77 line-count      PIC 9(7).
       77 line-sum        PIC 9(9).
       77 ck-len          PIC 9(4) USAGE COMP-5.
       77 ck-ptr          PIC 9(4) USAGE COMP-5.
       77 last-seq        PIC 9(9).
       77 last-stamp      PIC X(14).
       77 last-chain      PIC X(16).
       77 chain-prev-hash PIC X(16).
       77 chain-seq       PIC X(10).
       77 seq-disp        PIC Z(9)9.

      *** What the check of the next segment found.                 ***
       77 segment-verdict PIC X(01).
          88 segment-good       VALUE "G".
          88 segment-missing    VALUE "M".
          88 segment-arriving   VALUE "A".
          88 segment-bad        VALUE "B".
       77 bad-reason      PIC X(60).

       77 applied-segments PIC 9(5) USAGE COMP-5.
       77 applied-count    PIC 9(7) USAGE COMP-5.
       77 gap-count        PIC 9(5) USAGE COMP-5.

       PROCEDURE DIVISION.

       start-applystandby.

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.
           MOVE 0 TO applied-segments applied-count gap-count.

           PERFORM load-standby-state.

           IF STB-PROMOTED = "Y"
               DISPLAY "applystandby: this box was put in service at "
                   STB-PROMOTED-AT " - shipped segments are no longer "
                   "applied."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "G" TO segment-verdict.
           PERFORM UNTIL NOT segment-good
               COMPUTE segment-no = STB-SEGMENT + 1
               PERFORM check-next-segment
               IF segment-good
                   PERFORM apply-next-segment
               END-IF
           END-PERFORM.

           DISPLAY "applystandby: " applied-segments " segment(s), "
               applied-count " entr(ies) applied; standing at segment "
               STB-SEGMENT ", entry " STB-LAST-SEQ " of "
               STB-LAST-STAMP ", " gap-count " sequence gap(s).".

           EVALUATE TRUE
               WHEN segment-bad
                   DISPLAY "applystandby: STOPPED at "
                       FUNCTION TRIM(segment-file-name) " - "
                       FUNCTION TRIM(bad-reason)
                   MOVE 8 TO RETURN-CODE
               WHEN gap-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       load-standby-state.

           MOVE SPACES TO state-record.
           MOVE 0 TO STB-SEGMENT STB-LAST-SEQ.
           MOVE "N" TO STB-PROMOTED.
           OPEN INPUT state-file.
           IF state-file-status = "00"
               READ state-file
                   AT END CONTINUE
               END-READ
               CLOSE state-file
           END-IF.
           IF STB-SEGMENT NOT NUMERIC OR STB-LAST-SEQ NOT NUMERIC
               DISPLAY "applystandby: data/standbystate.txt unreadable "
                   "- fix it before anything more is applied."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       save-standby-state.

           OPEN OUTPUT state-file.
           IF state-file-status = "00"
               WRITE state-record
               CLOSE state-file
           END-IF.

       name-segment-file.

           MOVE SPACES TO segment-file-name.
           STRING "data/jseg_"  DELIMITED BY SIZE
                  segment-no    DELIMITED BY SIZE
                  ".seq"        DELIMITED BY SIZE
               INTO segment-file-name
           END-STRING.

      *****************************************************************
      *** First pass over the next segment, applying nothing: the   ***
      *** header line "*SEGMENT* segment=NNNNNNNNN                  ***
      *** after=NNNNNNNNN ..." must name this segment and the last  ***
      *** entry applied; the trailer "*TRAILER* count=NNNNNNN       ***
      *** checksum=NNNNNNNNN last=NNNNNNNNN" must match the lines   ***
      *** between.                                                  ***
      *****************************************************************
       check-next-segment.

           PERFORM name-segment-file.
           OPEN INPUT segment-file.
           IF segment-file-status NOT = "00"
               MOVE "M" TO segment-verdict
               EXIT PARAGRAPH
           END-IF.

           MOVE "G" TO segment-verdict.
           MOVE SPACES TO bad-reason.
           MOVE "N" TO trailer-seen.
           MOVE 0 TO line-count line-sum.

           READ segment-file
               AT END MOVE "10" TO segment-file-status
           END-READ.
           IF segment-file-status NOT = "00"
               MOVE "A" TO segment-verdict
           ELSE
               PERFORM check-segment-header
           END-IF.

           IF segment-good
               READ segment-file
                   AT END MOVE "10" TO segment-file-status
               END-READ
               PERFORM UNTIL segment-file-status NOT = "00"
                   OR trailer-seen = "Y"
                   IF segment-line(1:10) = "*TRAILER* "
                       PERFORM read-segment-trailer
                   ELSE
                       ADD 1 TO line-count
                       PERFORM add-line-to-checksum
                   END-IF
                   READ segment-file
                       AT END MOVE "10" TO segment-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE segment-file.

           IF NOT segment-good
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN trailer-seen NOT = "Y"
                   MOVE "A" TO segment-verdict
               WHEN line-count NOT = trailer-count
                   MOVE "B" TO segment-verdict
                   MOVE "entry count does not match the trailer."
                       TO bad-reason
               WHEN line-sum NOT = trailer-sum
                   MOVE "B" TO segment-verdict
                   MOVE "checksum does not match the trailer."
                       TO bad-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       check-segment-header.

           IF segment-line(1:18) NOT = "*SEGMENT* segment="
              OR segment-line(19:9) NOT NUMERIC
              OR segment-line(28:7) NOT = " after="
              OR segment-line(35:9) NOT NUMERIC
               MOVE "B" TO segment-verdict
               MOVE "no segment header line." TO bad-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE segment-line(35:9) TO header-after.
           IF segment-line(19:9) NOT = segment-no
               MOVE "B" TO segment-verdict
               MOVE "header names another segment." TO bad-reason
               EXIT PARAGRAPH
           END-IF.

      *** The very first segment onto a freshly seeded copy is      ***
      *** taken as it comes; every later one must follow on.        ***
           IF STB-LAST-SEQ > 0
              AND header-after NOT = STB-LAST-SEQ
               MOVE "B" TO segment-verdict
               MOVE "does not follow on from the last entry applied."
                   TO bad-reason
           END-IF.

      *** A trailer not yet whole is a copy still landing.          ***
       read-segment-trailer.

           IF segment-line(1:16) = "*TRAILER* count="
              AND segment-line(17:7) NUMERIC
              AND segment-line(24:10) = " checksum="
              AND segment-line(34:9) NUMERIC
              AND segment-line(43:6) = " last="
              AND segment-line(49:9) NUMERIC
               MOVE segment-line(17:7) TO trailer-count
               MOVE segment-line(34:9) TO trailer-sum
               MOVE segment-line(49:9) TO trailer-last
               MOVE "Y" TO trailer-seen
           END-IF.

       add-line-to-checksum.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(segment-line)) TO ck-len.
           PERFORM VARYING ck-ptr FROM 1 BY 1 UNTIL ck-ptr > ck-len
               COMPUTE line-sum = FUNCTION MOD(
                   line-sum + FUNCTION ORD(segment-line(ck-ptr:1)),
                   999999999)
           END-PERFORM.

      *****************************************************************
      *** Second pass: replay the checked segment's entries, add    ***
      *** them to this box's own journal, then record where the     ***
      *** standby now stands.                                       ***
      *****************************************************************
       apply-next-segment.

           OPEN INPUT segment-file.
           IF segment-file-status NOT = "00"
               MOVE "M" TO segment-verdict
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND journal-file.
           IF journal-file-status NOT = "00"
               OPEN OUTPUT journal-file
           END-IF.

           MOVE header-after TO last-seq.
           MOVE STB-LAST-STAMP TO last-stamp.
           MOVE SPACES TO last-chain.

           READ segment-file
               AT END MOVE "10" TO segment-file-status
           END-READ.
           READ segment-file
               AT END MOVE "10" TO segment-file-status
           END-READ.
           PERFORM UNTIL segment-file-status NOT = "00"
               OR segment-line(1:10) = "*TRAILER* "
               MOVE segment-line TO journal-record
               PERFORM judge-sequence
               PERFORM apply-one-entry
               WRITE journal-line FROM segment-line
               MOVE JRN-CHAIN TO last-chain
               ADD 1 TO applied-count
               READ segment-file
                   AT END MOVE "10" TO segment-file-status
               END-READ
           END-PERFORM.

           CLOSE segment-file.
           CLOSE journal-file.
           PERFORM advance-chain-head.

           MOVE segment-no   TO STB-SEGMENT.
           MOVE trailer-last TO STB-LAST-SEQ.
           MOVE last-stamp   TO STB-LAST-STAMP.
           MOVE run-stamp    TO STB-APPLIED-AT.
           PERFORM save-standby-state.
           ADD 1 TO applied-segments.

      *** The chain head follows the last entry applied, so the     ***
      *** first entry this box writes itself, once it is in         ***
      *** service, chains on from the primary's.                    ***
       advance-chain-head.

           IF last-chain = SPACES
               EXIT PARAGRAPH
           END-IF.

           CALL "chainlink" USING "LINK" "journal   "
               chain-prev-hash chain-seq END-CALL.
           MOVE last-seq TO seq-disp.
           MOVE FUNCTION TRIM(seq-disp) TO chain-seq.
           CALL "chainlink" USING "SAVE" "journal   "
               last-chain chain-seq END-CALL.

       judge-sequence.

           IF last-seq NOT = 0
              AND JRN-SEQ NOT = last-seq + 1
               ADD 1 TO gap-count
           END-IF.
           MOVE JRN-SEQ TO last-seq.
           MOVE JRN-STAMP(1:14) TO last-stamp.

       apply-one-entry.

           EVALUATE FUNCTION TRIM(JRN-DATASET)
               WHEN "customers"
                   PERFORM apply-to-customers
               WHEN "orders"
                   PERFORM apply-to-orders
               WHEN "users"
                   PERFORM apply-to-users
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *** Put the after-image in place: WRITE, and on a key already ***
      *** there REWRITE - the journal's order makes either land the ***
      *** same final state.                                         ***
      *****************************************************************
       apply-to-customers.

           OPEN I-O customers-file.
           IF customers-file-status = "35"
               OPEN OUTPUT customers-file
               CLOSE customers-file
               OPEN I-O customers-file
           END-IF.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           IF JRN-ACTION = "D"
               MOVE JRN-KEY(1:10) TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE customers-file RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           ELSE
               MOVE JRN-AFTER TO customer-record
      *** An image journalled before sealing began goes back on     ***
      *** sealed; a sealed one is written exactly as journalled.    ***
               CALL "custcrypt" USING "S" customer-record seal-result
                   END-CALL
               WRITE customer-record
                   INVALID KEY
                       REWRITE customer-record
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

           CLOSE customers-file.

       apply-to-orders.

           OPEN I-O orders-file.
           IF orders-file-status = "35"
               OPEN OUTPUT orders-file
               CLOSE orders-file
               OPEN I-O orders-file
           END-IF.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           IF JRN-ACTION = "D"
               MOVE JRN-KEY(1:20) TO ORD-KEY
               READ orders-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE orders-file RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           ELSE
               MOVE JRN-AFTER TO order-record
               WRITE order-record
                   INVALID KEY
                       REWRITE order-record
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

           CLOSE orders-file.

       apply-to-users.

           OPEN I-O users-file.
           IF users-file-status = "35"
               OPEN OUTPUT users-file
               CLOSE users-file
               OPEN I-O users-file
           END-IF.
           IF users-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           IF JRN-ACTION = "D"
               MOVE JRN-KEY(1:30) TO USR-NAME
               READ users-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE users-file RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           ELSE
               MOVE JRN-AFTER TO user-record
               WRITE user-record
                   INVALID KEY
                       REWRITE user-record
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.

           CLOSE users-file.
