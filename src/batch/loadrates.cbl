      *** UPDATE:  a rate moving more than the configured variance  ***
      ***          is held for review instead of applied, and ops   ***
      ***          is mailed                                        ***
      *** UPDATE:  the rates file passes the inbound gate and is    ***
      ***          archived under a dated name                      ***
      *****************************************************************
      *** Batch job: (re)writes data/exchrates.dat from the rates   ***
      *** file treasury drops at data/rates.txt, one                ***
      *** somebody confirms or corrects before the next business    ***
      *** day. A fat-fingered treasury file stops converting all    ***
      *** day at ten times the rate.                                 ***
      *** The rates file passes the inbound gate (checkinbound,     ***
      *** feed "rates") before anything is read or rebuilt:         ***
      *** treasury sends data/rates.man with it, and a file that    ***
      *** does not add up to it, or repeats one already loaded, is  ***
      *** refused with RETURN-CODE 8 and the table in force stays   ***
      *** as it is.                                                 ***
      *** A loaded file is archived under its dated name, so no     ***
      *** file at all means nothing new from treasury and nothing   ***
      *** is rebuilt.                                               ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       77 lr-skipped    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 lr-stamp      PIC X(21).

       01 inbound-gate.
           COPY "inbfld.cbl".

       PROCEDURE DIVISION.

       start-loadrates.

           MOVE FUNCTION CURRENT-DATE TO lr-stamp.

           MOVE "C" TO IB-MODE.
           MOVE "rates" TO IB-FEED.
           MOVE "data/rates.txt" TO IB-FILE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT = "M"
               DISPLAY "loadrates: no rates file from treasury - the "
                   "rates in force are kept."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF IB-RESULT = "N"
               DISPLAY "loadrates: data/rates.txt refused - "
                   FUNCTION TRIM(IB-REASON) "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-rate-policy.
           PERFORM snapshot-old-rates.

           CLOSE exchrates-file.
           CLOSE exchhist-file.

           MOVE "A" TO IB-MODE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT = "N"
               DISPLAY "loadrates: data/rates.txt "
                   FUNCTION TRIM(IB-REASON) "."
           END-IF.

           DISPLAY "exchrates.dat loaded: " lr-loaded " rate(s), "
               lr-skipped " line(s) skipped, " lr-held
               " held for review.".
