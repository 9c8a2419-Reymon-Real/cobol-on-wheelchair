      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one shared way for a program to file a contact-  ***
      ***          history note                                     ***
      *****************************************************************
      *** Files one note under a customer's next sequence number in ***
      *** data/custnotes.dat, for the batch jobs and screens that   ***
      *** leave a trail on the account as a side effect (dunning,   ***
      *** returned payments, accepted quotes ...) - the same find-  ***
      *** highest-seq and retry-on-collision shape addcustnote and  ***
      *** the portal's correction request use. wn-followup, when    ***
      *** not spaces, is the CCYYMMDD the note must be chased by,   ***
      *** so it lands on the callback work list. wn-result comes    ***
      *** back "Y" when the note was written.                       ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. writecustnote.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custnotedef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD custnotes-file.
       01 custnote-record.
           COPY "custnotefld.cbl".

       WORKING-STORAGE SECTION.
       77 custnotes-file-status PIC X(2).
       77 wn-next-seq           PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       77 wn-cust-id  PIC X(10).
       77 wn-text     PIC X(200).
       77 wn-user     PIC X(30).
       77 wn-followup PIC X(8).
       77 wn-result   PIC X(01).

       PROCEDURE DIVISION USING wn-cust-id wn-text wn-user
               wn-followup wn-result.

       start-writecustnote.

           MOVE "N" TO wn-result.
           MOVE 0 TO wn-next-seq.

           OPEN I-O custnotes-file.
           IF custnotes-file-status = "35"
               OPEN OUTPUT custnotes-file
               CLOSE custnotes-file
               OPEN I-O custnotes-file
           END-IF.

           IF custnotes-file-status NOT = "00"
               GOBACK
           END-IF.

           MOVE wn-cust-id TO NOTE-CUST-ID.
           MOVE 0 TO NOTE-SEQ.
           START custnotes-file KEY NOT < NOTE-KEY
               INVALID KEY MOVE "10" TO custnotes-file-status
           END-START.

           IF custnotes-file-status = "00"
               PERFORM find-highest-seq
           END-IF.

           MOVE "22" TO custnotes-file-status.
           PERFORM UNTIL custnotes-file-status = "00"
                   OR wn-next-seq > 99998
               ADD 1 TO wn-next-seq
               MOVE SPACES TO custnote-record
               MOVE wn-cust-id  TO NOTE-CUST-ID
               MOVE wn-next-seq TO NOTE-SEQ
               MOVE wn-text     TO NOTE-TEXT
               MOVE FUNCTION CURRENT-DATE TO NOTE-WHEN
               MOVE wn-user     TO NOTE-USER
               MOVE wn-followup TO NOTE-FOLLOWUP
               MOVE "00" TO custnotes-file-status
               WRITE custnote-record
                   INVALID KEY MOVE "22" TO custnotes-file-status
               END-WRITE
           END-PERFORM.

           CLOSE custnotes-file.

           IF custnotes-file-status = "00"
               MOVE "Y" TO wn-result
           END-IF.

           GOBACK.

       find-highest-seq.

           READ custnotes-file NEXT RECORD
               AT END MOVE "10" TO custnotes-file-status
           END-READ.
           PERFORM UNTIL custnotes-file-status NOT = "00"
               OR NOTE-CUST-ID NOT = wn-cust-id
               MOVE NOTE-SEQ TO wn-next-seq
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
           END-PERFORM.
