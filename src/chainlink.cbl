      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  chain-head keeping for the tamper-evident trails ***
      *****************************************************************
      *** Keeps the head of each hash chain on data/chainhead.dat   ***
      *** (chainfld.cbl) for the three trail writers. A writer      ***
      *** calls it twice around its own write:                      ***
      ***   "LINK" - opens the dataset and reads the trail's head,  ***
      ***            handing back the newest entry's digest and     ***
      ***            sequence number (sixteen zeros and spaces for  ***
      ***            a trail not chained yet). The head stays held  ***
      ***            until the writer is done, so two processes     ***
      ***            can't both chain onto the same entry.          ***
      ***   "SAVE" - the entry is written: its digest and sequence  ***
      ***            become the head and the dataset is closed.     ***
      ***   "DROP" - the entry could not be written; the head is    ***
      ***            left as it was.                                ***
      *** When the dataset can't be opened LINK hands back a blank  ***
      *** digest; the writer files the entry unchained rather than  ***
      *** lose it, and the verifier reports the gap. Like the rest  ***
      *** of the trail writers, a failure here never fails the      ***
      *** caller's own work.                                        ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainlink.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "chaindef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD chainhead-file.
       01 chainhead-record.
           COPY "chainfld.cbl".

       WORKING-STORAGE SECTION.
       77 chainhead-file-status PIC X(2).
       77 link-held     PIC X(01) VALUE "N".
       77 link-new-head PIC X(01) VALUE "N".

       78 OPEN-RETRY-MAX VALUE 3.
       77 open-try-ctr PIC 9(4) USAGE COMP-5.

       LINKAGE SECTION.
       77 cl-op   PIC X(4).
       77 cl-log  PIC X(10).
       77 cl-hash PIC X(16).
       77 cl-seq  PIC X(10).

       PROCEDURE DIVISION USING cl-op cl-log cl-hash cl-seq.

       start-chainlink.

           EVALUATE cl-op
               WHEN "LINK"
                   PERFORM link-to-head
               WHEN "SAVE"
                   PERFORM save-new-head
               WHEN OTHER
                   PERFORM release-head
           END-EVALUATE.

           GOBACK.

       link-to-head.

           IF link-held = "Y"
               PERFORM release-head
           END-IF.

           MOVE SPACES TO cl-hash.
           MOVE SPACES TO cl-seq.

           PERFORM open-head-dataset.
           IF chainhead-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO link-held.
           MOVE "N" TO link-new-head.
           MOVE cl-log TO CHN-LOG.
           READ chainhead-file
               INVALID KEY
                   MOVE "Y" TO link-new-head
                   MOVE SPACES TO chainhead-record
                   MOVE cl-log TO CHN-LOG
                   MOVE ALL "0" TO CHN-HASH
                   MOVE 0 TO CHN-COUNT
           END-READ.

           MOVE CHN-HASH TO cl-hash.
           MOVE CHN-LAST-SEQ TO cl-seq.

       save-new-head.

           IF link-held NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE cl-hash TO CHN-HASH.
           MOVE cl-seq TO CHN-LAST-SEQ.
           IF CHN-FIRST-SEQ = SPACES
               MOVE cl-seq TO CHN-FIRST-SEQ
           END-IF.
           ADD 1 TO CHN-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CHN-CHANGED.

           IF link-new-head = "Y"
               WRITE chainhead-record
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE chainhead-record
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

           PERFORM release-head.

       release-head.

           IF link-held = "Y"
               CLOSE chainhead-file
               MOVE "N" TO link-held
           END-IF.

      *****************************************************************
      *** The same short retry logaudit gives its counter dataset - ***
      *** another writer holding the heads is a matter of moments.  ***
      *****************************************************************
       open-head-dataset.

           MOVE 0 TO open-try-ctr.

           PERFORM UNTIL open-try-ctr >= OPEN-RETRY-MAX
               ADD 1 TO open-try-ctr
               OPEN I-O chainhead-file
               IF chainhead-file-status = "35"
                   OPEN OUTPUT chainhead-file
                   CLOSE chainhead-file
                   OPEN I-O chainhead-file
               END-IF
               IF chainhead-file-status = "00"
                   MOVE OPEN-RETRY-MAX TO open-try-ctr
               ELSE
                   IF open-try-ctr < OPEN-RETRY-MAX
                       CALL "retrywait" USING open-try-ctr END-CALL
                   END-IF
               END-IF
           END-PERFORM.
