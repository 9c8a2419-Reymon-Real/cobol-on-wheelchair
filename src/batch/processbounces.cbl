      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly bounce intake that suppresses dead      ***
      ***          customer addresses                              ***
      *** UPDATE:  a sealed record is matched through its email     ***
      ***          lookup key                                       ***
      *** UPDATE:  the bounce report passes the inbound gate and is ***
      ***          archived under a dated name                      ***
      *****************************************************************
      *** Nightly batch step: reads the relay's bounce report       ***
      *** (data/bounces.txt, one bounced address per line - the    ***
      *** year after year. A report larger than the in-memory      ***
      *** table is worked in batches - each batch is one pass over ***
      *** the master - until the file is fully consumed; only then ***
      *** is it moved aside (archived, below) so a rerun can't      ***
      *** double-count and a long relay-outage report can't lose   ***
      *** its tail. The flag is cleared by fixing the address on   ***
      *** the customer admin screen.                                ***
      *** A sealed customer record is matched on CUST-EMAIL-KEY,    ***
      *** the bounced address's lookup key (custcrypt), and         ***
      *** rewritten still sealed - it is never opened here.         ***
      *** The report passes the inbound gate (checkinbound, feed    ***
      *** "bounces") before a line of it is read: one that does not ***
      *** add up to its manifest, or repeats a report already       ***
      *** worked, is refused and the step ends RETURN-CODE 8 with   ***
      *** the reason. A worked report is archived under its dated   ***
      *** name.                                                     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       01 bounce-table.
          05 bounce-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 bounce-addr PIC X(90) OCCURS 200 TIMES.
          05 bounce-key  PIC X(16) OCCURS 200 TIMES.

      *** A bounced address as the master's lookup key, so it       ***
      *** matches a sealed record without opening it.               ***
       01 bounce-key-customer.
           COPY "custfld.cbl"
              REPLACING LEADING ==CUST== BY ==BK==.
       77 bounce-key-result PIC X(01).
       77 bounce-hit        PIC X(01).

       77 pb-ctr           PIC 9(4) USAGE COMP-5.
       77 pb-token         PIC X(90).
       77 suppressed-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 total-bounces    PIC 9(7) USAGE COMP-5 VALUE 0.

       01 inbound-gate.
           COPY "inbfld.cbl".

      *** Batch bookkeeping: how many file lines earlier batches   ***
      *** already consumed, and whether the last load reached the  ***

       start-processbounces.

           MOVE "C" TO IB-MODE.
           MOVE "bounces" TO IB-FEED.
           MOVE "data/bounces.txt" TO IB-FILE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT = "N"
               DISPLAY "processbounces: data/bounces.txt refused - "
                   FUNCTION TRIM(IB-REASON) "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-bounce-addresses.
           IF bounce-count = 0 AND lines-consumed = 0
               DISPLAY "processbounces: no bounce report tonight."
               END-IF
           END-PERFORM.

      *** Fully consumed - only now is the report archived, so an   ***
      *** interrupted run simply reworks it (re-suppressing an      ***
      *** already-flagged customer is a no-op).                     ***
           MOVE "A" TO IB-MODE.
           CALL "checkinbound" USING inbound-gate END-CALL.

           DISPLAY "processbounces: " total-bounces " bounce(s), "
               suppressed-count " customer address(es) suppressed.".

           IF IB-RESULT = "N"
               DISPLAY "processbounces: data/bounces.txt "
                   FUNCTION TRIM(IB-REASON) "."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

               ELSE
                   MOVE SPACES TO bounce-addr(bounce-count)
               END-IF
               MOVE SPACES TO bounce-key-customer
               MOVE bounce-addr(bounce-count) TO BK-EMAIL
               CALL "custcrypt" USING "K" bounce-key-customer
                   bounce-key-result END-CALL
               MOVE BK-EMAIL-KEY TO bounce-key(bounce-count)
               READ bounces-file
                   AT END MOVE "10" TO bounces-file-status
               END-READ

           PERFORM VARYING pb-ctr FROM 1 BY 1
                   UNTIL pb-ctr > bounce-count
               PERFORM judge-bounce-hit
               IF bounce-hit = "Y"
                   MOVE customer-record TO jf-before
                   MOVE "Y" TO CUST-EMAIL-BAD
                   MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                   MOVE bounce-count TO pb-ctr
               END-IF
           END-PERFORM.

      *****************************************************************
      *** A sealed record answers by its email lookup key, one      ***
      *** still in clear by the folded address itself.              ***
      *****************************************************************
       judge-bounce-hit.

           MOVE "N" TO bounce-hit.
           IF FUNCTION TRIM(bounce-addr(pb-ctr)) = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF CUST-SEALED = "Y"
               IF bounce-key(pb-ctr) NOT = SPACES
                  AND CUST-EMAIL-KEY = bounce-key(pb-ctr)
                   MOVE "Y" TO bounce-hit
               END-IF
           ELSE
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(CUST-EMAIL)) =
                  FUNCTION TRIM(bounce-addr(pb-ctr))
                  AND FUNCTION TRIM(CUST-EMAIL) NOT = SPACES
                   MOVE "Y" TO bounce-hit
               END-IF
           END-IF.
