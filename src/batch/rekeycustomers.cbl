      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  brings every customer record under the current   ***
      ***          customer key                                     ***
      *****************************************************************
      *** Batch job: walks the customer master and reseals, under   ***
      *** the current customer key, every record that is still in   ***
      *** clear or was sealed under an older key version - the      ***
      *** first run after the key file is put in place seals the    ***
      *** whole master, and the run after a new key is added moves  ***
      *** everything (and every email lookup key) onto it. A record ***
      *** already under the current key is not rewritten.           ***
      *** Each reseal is journalled like any other master write, so ***
      *** the standby follows. A record none of the held keys opens ***
      *** is counted and left exactly as it is.                     ***
      *** With no key file the master stays in clear and the job    ***
      *** says so and ends cleanly - it must not halt the night on  ***
      *** an installation that has not set its keys up. Records no  ***
      *** held key opens are also checkdatasets' to report.         ***
      *** Older keys stay in the key file for as long as backups or ***
      *** journal images sealed under them are kept.                ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rekeycustomers.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 rk-crypt-result       PIC X(01).

      *** The current key version, found by sealing a scratch       ***
      *** record before the walk starts.                            ***
       01 rk-probe-record.
           COPY "custfld.cbl" REPLACING LEADING ==CUST== BY ==RK==.
       77 rk-current-ver PIC 9(2) VALUE 0.

       77 rk-was-ver     PIC 9(2).

       77 read-count     PIC 9(7) USAGE COMP-5 VALUE 0.
       77 resealed-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 current-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 unopened-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 failed-count   PIC 9(7) USAGE COMP-5 VALUE 0.

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       PROCEDURE DIVISION.

       start-rekeycustomers.

           MOVE SPACES TO rk-probe-record.
           MOVE "0" TO RK-ID.
           MOVE "probe" TO RK-NAME.
           CALL "custcrypt" USING "S" rk-probe-record rk-crypt-result
               END-CALL.
           IF rk-crypt-result NOT = "Y"
               DISPLAY "rekeycustomers: no customer key is held - "
                   "the customer master stays in clear."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE RK-KEY-VER TO rk-current-ver.

           OPEN I-O customers-file.
           IF customers-file-status = "35"
               DISPLAY "rekeycustomers: no customer master."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF customers-file-status NOT = "00"
               DISPLAY "rekeycustomers: customers could not be opened,"
                   " status " customers-file-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               ADD 1 TO read-count
               PERFORM rekey-one-customer
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.

           CLOSE customers-file.

           DISPLAY "rekeycustomers: " read-count " read, "
               resealed-count " resealed under key " rk-current-ver
               ", " current-count " already current, "
               unopened-count " under a key no longer held, "
               failed-count " not rewritten.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** Clear, or sealed under an older version: open it, seal it ***
      *** afresh and rewrite it. Under the current version already: ***
      *** leave it be.                                              ***
      *****************************************************************
       rekey-one-customer.

           IF CUST-SEALED = "Y" AND CUST-KEY-VER = rk-current-ver
               ADD 1 TO current-count
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-KEY-VER TO rk-was-ver.
           MOVE customer-record TO jf-before.

           CALL "custcrypt" USING "O" customer-record rk-crypt-result
               END-CALL.
           IF rk-crypt-result NOT = "Y"
               ADD 1 TO unopened-count
               DISPLAY "rekeycustomers: " FUNCTION TRIM(CUST-ID)
                   " is sealed under key " rk-was-ver
                   ", which is not held - left as it is."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO CUST-SEALED.
           CALL "custcrypt" USING "S" customer-record rk-crypt-result
               END-CALL.
           IF rk-crypt-result NOT = "Y"
               ADD 1 TO failed-count
               EXIT PARAGRAPH
           END-IF.

           REWRITE customer-record
               INVALID KEY
                   ADD 1 TO failed-count
                   DISPLAY "rekeycustomers: " FUNCTION TRIM(CUST-ID)
                       " could not be rewritten."
               NOT INVALID KEY
                   ADD 1 TO resealed-count
                   MOVE "customers" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CUST-ID TO jf-key
                   MOVE customer-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.
