      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  legal hold check for the purge and retention     ***
      ***          jobs                                             ***
      *****************************************************************
      *** Answers the purge and retention jobs' one question before ***
      *** anything is removed: is this material under a legal hold  ***
      *** (data/legalholds.dat)? The caller passes what it knows    ***
      *** about the item - the customer it belongs to, the login it ***
      *** belongs to, the day it is dated (yyyymmdd) - any of them  ***
      *** may be blank; ch-held comes back "Y" with the first       ***
      *** matching hold in ch-hold-id. The active holds are read    ***
      *** once, on the first call, and kept for the rest of the     ***
      *** run. Fails closed, unlike the deny list: a register that  ***
      *** is there but can't be read, or holds more than the table  ***
      *** takes, holds everything, since a purge can't be undone.   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkhold.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "holddef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD legalholds-file.
       01 legalholds-record.
           COPY "holdfld.cbl".

       WORKING-STORAGE SECTION.
       77 legalholds-file-status PIC X(2).

       77 holds-loaded  PIC X(01) VALUE "N".
       77 holds-broken  PIC X(01) VALUE "N".
       77 hold-count    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 hold-ptr      PIC 9(4) USAGE COMP-5.
       78 hold-max      VALUE 200.

       01 hold-table.
           05 hold-entry OCCURS 200 TIMES.
               10 ht-id      PIC X(10).
               10 ht-kind    PIC X(1).
               10 ht-cust-id PIC X(10).
               10 ht-user    PIC X(30).
               10 ht-from    PIC X(8).
               10 ht-to      PIC X(8).

       LINKAGE SECTION.
       77 ch-cust-id PIC X(10).
       77 ch-user    PIC X(30).
       77 ch-date    PIC X(8).
       77 ch-held    PIC X(01).
       77 ch-hold-id PIC X(10).

       PROCEDURE DIVISION USING ch-cust-id ch-user ch-date
                                ch-held ch-hold-id.

       start-checkhold.

           MOVE "N"    TO ch-held.
           MOVE SPACES TO ch-hold-id.

           IF holds-loaded = "N"
               PERFORM load-active-holds
               MOVE "Y" TO holds-loaded
           END-IF.

           IF holds-broken = "Y"
               MOVE "Y"          TO ch-held
               MOVE "*REGISTER*" TO ch-hold-id
               GOBACK
           END-IF.

           PERFORM VARYING hold-ptr FROM 1 BY 1
               UNTIL hold-ptr > hold-count OR ch-held = "Y"
               PERFORM judge-one-hold
           END-PERFORM.

           GOBACK.

      *** No register at all is no holds; anything else that stops  ***
      *** it being read whole holds everything.                     ***
       load-active-holds.

           OPEN INPUT legalholds-file.
           IF legalholds-file-status = "35"
               EXIT PARAGRAPH
           END-IF.
           IF legalholds-file-status NOT = "00"
               MOVE "Y" TO holds-broken
               EXIT PARAGRAPH
           END-IF.

           READ legalholds-file NEXT RECORD
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL legalholds-file-status NOT = "00"
               IF HOLD-STATUS = "A"
                   IF hold-count < hold-max
                       ADD 1 TO hold-count
                       MOVE HOLD-ID      TO ht-id(hold-count)
                       MOVE HOLD-KIND    TO ht-kind(hold-count)
                       MOVE HOLD-CUST-ID TO ht-cust-id(hold-count)
                       MOVE HOLD-USER    TO ht-user(hold-count)
                       MOVE HOLD-FROM    TO ht-from(hold-count)
                       MOVE HOLD-TO      TO ht-to(hold-count)
                   ELSE
                       MOVE "Y" TO holds-broken
                   END-IF
               END-IF
               READ legalholds-file NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           IF legalholds-file-status NOT = "10"
               MOVE "Y" TO holds-broken
           END-IF.

           CLOSE legalholds-file.

       judge-one-hold.

           EVALUATE ht-kind(hold-ptr)
               WHEN "C"
                   IF ch-cust-id NOT = SPACES
                      AND ch-cust-id = ht-cust-id(hold-ptr)
                       MOVE "Y" TO ch-held
                   END-IF
               WHEN "U"
                   IF ch-user NOT = SPACES
                      AND ch-user = ht-user(hold-ptr)
                       MOVE "Y" TO ch-held
                   END-IF
               WHEN "D"
                   IF ch-date NOT = SPACES
                      AND ch-date NOT < ht-from(hold-ptr)
                      AND (ht-to(hold-ptr) = SPACES
                           OR ch-date NOT > ht-to(hold-ptr))
                       MOVE "Y" TO ch-held
                   END-IF
           END-EVALUATE.

           IF ch-held = "Y"
               MOVE ht-id(hold-ptr) TO ch-hold-id
           END-IF.
