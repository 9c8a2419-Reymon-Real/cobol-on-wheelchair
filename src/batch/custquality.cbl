      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  weekly customer master data-quality scorecard    ***
      *****************************************************************
      *** Batch job, scheduled weekly: scores every active customer ***
      *** (not inactive, not merged away) out of 100 on seven       ***
      *** checks - phone missing (15), address missing (20),        ***
      *** postcode missing (15), email flagged bad by the bounce    ***
      *** job (20), phone malformed (10), name all in capitals (10) ***
      *** and a record not changed in QUALITYSTALEYEARS years (10,  ***
      *** default 3) - and prints data/quality.prn: the scorecard   ***
      *** by check, with each check's count against the last run,   ***
      *** the trend of the average score over the runs kept in      ***
      *** data/qualityhistory.log (qualfld), and a work list per    ***
      *** account owner of their QUALITYWORST (default 10, at most  ***
      *** 10) lowest-scoring records with what is wrong with each.  ***
      *** This run is appended to the history afterwards. A record  ***
      *** no held customer key opens can't be judged; it is counted ***
      *** and left out of the scores. Registered in the report      ***
      *** spool.                                                    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custquality.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".

           SELECT history-file
               ASSIGN TO "data/qualityhistory.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-file-status.

           SELECT print-file
               ASSIGN TO "data/quality.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD history-file.
       01 history-record.
           COPY "qualfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 history-file-status   PIC X(2).
       77 print-file-status     PIC X(2).
       77 cfs-failed            PIC X(01).
       77 open-result           PIC X(01).

       77 today8       PIC X(8).
       77 report-lines PIC 9(7) VALUE 0.

       77 cfg-key-name PIC X(30).
       77 cfg-default  PIC 9(12).
       77 cfg-result   PIC 9(12).
       77 stale-years  PIC 9(2) VALUE 3.
       77 worst-max    PIC 9(2) VALUE 10.
       77 stale-before PIC X(8).
       77 stale-int    PIC 9(8) USAGE COMP-5.
       77 stale-date8  PIC 9(8).

      *** The checks: what the work list calls a failure, the       ***
      *** scorecard's wording, and the points it costs.             ***
       78 check-max VALUE 7.
       01 check-values.
          05 FILLER PIC X(10) VALUE "nophone".
          05 FILLER PIC X(30) VALUE "phone missing".
          05 FILLER PIC 9(3)  VALUE 15.
          05 FILLER PIC X(10) VALUE "noaddress".
          05 FILLER PIC X(30) VALUE "address missing".
          05 FILLER PIC 9(3)  VALUE 20.
          05 FILLER PIC X(10) VALUE "nopostcode".
          05 FILLER PIC X(30) VALUE "postcode missing".
          05 FILLER PIC 9(3)  VALUE 15.
          05 FILLER PIC X(10) VALUE "bademail".
          05 FILLER PIC X(30) VALUE "email flagged bad".
          05 FILLER PIC 9(3)  VALUE 20.
          05 FILLER PIC X(10) VALUE "badphone".
          05 FILLER PIC X(30) VALUE "phone malformed".
          05 FILLER PIC 9(3)  VALUE 10.
          05 FILLER PIC X(10) VALUE "capitals".
          05 FILLER PIC X(30) VALUE "name all in capitals".
          05 FILLER PIC 9(3)  VALUE 10.
          05 FILLER PIC X(10) VALUE "stale".
          05 FILLER PIC X(30) VALUE "not changed in years".
          05 FILLER PIC 9(3)  VALUE 10.
       01 FILLER REDEFINES check-values.
          05 check-entry OCCURS 7 TIMES.
             10 ck-code   PIC X(10).
             10 ck-title  PIC X(30).
             10 ck-points PIC 9(3).
       77 ck-ctr         PIC 9(4) USAGE COMP-5.

      *** This run's totals.                                        ***
       77 active-count   PIC 9(7) VALUE 0.
       77 scored-count   PIC 9(7) VALUE 0.
       77 unopened-count PIC 9(7) VALUE 0.
       77 clean-count    PIC 9(7) VALUE 0.
       77 score-total    PIC 9(11) VALUE 0.
       77 avg-score      PIC 9(3)V9 VALUE 0.
       01 fail-table.
          05 fail-count  PIC 9(7) OCCURS 7 TIMES.

      *** One customer.                                             ***
       77 cust-score     PIC 9(3).
       01 cust-fails.
          05 cust-failed PIC X(01) OCCURS 7 TIMES.
       77 cust-problems  PIC X(80).
       77 problem-ptr    PIC 9(4) USAGE COMP-5.
       77 qc-ptr         PIC 9(4) USAGE COMP-5.
       77 qc-char        PIC X(01).
       77 qc-digits      PIC 9(4) USAGE COMP-5.
       77 qc-upper       PIC 9(4) USAGE COMP-5.
       77 qc-lower       PIC 9(4) USAGE COMP-5.
       77 qc-bad         PIC X(01).
       77 qc-changed     PIC X(8).

      *** The owners met on the master, each with their worst       ***
      *** records so far - kept unsorted, the highest score in the  ***
      *** list is the one a worse record pushes out. The last slot  ***
      *** is for customers nobody owns.                             ***
       78 owner-max VALUE 100.
       01 owner-table.
          05 owner-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 owner-entry OCCURS 101 TIMES.
             10 ow-name      PIC X(30).
             10 ow-records   PIC 9(7) USAGE COMP-5.
             10 ow-below     PIC 9(7) USAGE COMP-5.
             10 ow-worst-count PIC 9(4) USAGE COMP-5.
             10 ow-worst OCCURS 10 TIMES.
                15 ow-w-id       PIC X(10).
                15 ow-w-name     PIC X(40).
                15 ow-w-score    PIC 9(3).
                15 ow-w-problems PIC X(80).
       77 owner-ctr      PIC 9(4) USAGE COMP-5.
       77 this-owner     PIC 9(4) USAGE COMP-5.
       77 w-ctr          PIC 9(4) USAGE COMP-5.
       77 w-ctr2         PIC 9(4) USAGE COMP-5.
       77 w-high         PIC 9(4) USAGE COMP-5.
       01 w-swap.
          05 FILLER      PIC X(133).

      *** The runs already on the history, newest last; only the    ***
      *** most recent trend-max are kept for the trend.             ***
       78 trend-max VALUE 12.
       01 trend-table.
          05 trend-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 trend-entry OCCURS 12 TIMES.
             10 tr-record PIC X(100).
       77 tr-ctr         PIC 9(4) USAGE COMP-5.
       77 have-last-run  PIC X(01) VALUE "N".
       77 have-prior     PIC X(01).
       01 last-run.
           COPY "qualfld.cbl" REPLACING LEADING ==QH== BY ==LR==.
       01 trend-run.
           COPY "qualfld.cbl" REPLACING LEADING ==QH== BY ==TR==.

       77 count-disp     PIC Z(6)9.
       77 count-disp2    PIC Z(6)9.
       77 change-disp    PIC -(6)9.
       77 change-value   PIC S9(7).
       77 pct-disp       PIC ZZ9.9.
       77 pct-value      PIC 9(3)V9.
       77 score-disp     PIC ZZ9.9.
       77 score-disp2    PIC ZZ9.
       77 score-change   PIC S9(3)V9.
       77 score-chg-disp PIC -(3)9.9.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-custquality.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today8.

           MOVE "QUALITYSTALEYEARS" TO cfg-key-name.
           MOVE stale-years TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO stale-years.
           MOVE "QUALITYWORST" TO cfg-key-name.
           MOVE worst-max TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO worst-max.
           IF worst-max > 10 OR worst-max = 0
               MOVE 10 TO worst-max
           END-IF.

           COMPUTE stale-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today8)) - (stale-years * 365).
           MOVE FUNCTION DATE-OF-INTEGER(stale-int) TO stale-date8.
           MOVE stale-date8 TO stale-before.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               DISPLAY "custquality: customer master could not be "
                   "opened."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/quality.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           INITIALIZE owner-table.
           INITIALIZE fail-table.
           PERFORM load-history.

           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-STATUS NOT = "I"
                  AND CUST-MERGED-INTO = SPACES
                   ADD 1 TO active-count
                   PERFORM score-one-customer
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.
           CLOSE customers-file.

           IF scored-count > 0
               COMPUTE avg-score ROUNDED = score-total / scored-count
           END-IF.

           PERFORM print-scorecard.
           PERFORM print-trend.
           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-max + 1
               IF ow-records(owner-ctr) > 0
                   PERFORM print-one-work-list
               END-IF
           END-PERFORM.

           CLOSE print-file.

           PERFORM append-history.

           MOVE "data/quality.prn" TO rpt-reg-name.
           MOVE "custquality" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           MOVE avg-score TO score-disp.
           DISPLAY "custquality: " active-count " active, "
               scored-count " scored, average "
               FUNCTION TRIM(score-disp) ", " clean-count " clean, "
               unopened-count " could not be opened.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** The runs on the history so far: the last trend-max are    ***
      *** kept for the trend, the very last is the one this run's   ***
      *** counts are compared with.                                 ***
      *****************************************************************
       load-history.

           OPEN INPUT history-file.
           IF history-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ history-file
               AT END MOVE "10" TO history-file-status
           END-READ.
           PERFORM UNTIL history-file-status NOT = "00"
               IF QH-ACTIVE IS NUMERIC AND QH-AVG-SCORE IS NUMERIC
                   IF trend-count = trend-max
                       PERFORM VARYING tr-ctr FROM 2 BY 1
                               UNTIL tr-ctr > trend-max
                           MOVE tr-record(tr-ctr)
                               TO tr-record(tr-ctr - 1)
                       END-PERFORM
                   ELSE
                       ADD 1 TO trend-count
                   END-IF
                   MOVE history-record TO tr-record(trend-count)
                   MOVE history-record TO last-run
                   MOVE "Y" TO have-last-run
               END-IF
               READ history-file
                   AT END MOVE "10" TO history-file-status
               END-READ
           END-PERFORM.
           CLOSE history-file.

       append-history.

           MOVE SPACES TO history-record.
           MOVE today8 TO QH-DATE.
           MOVE active-count TO QH-ACTIVE.
           MOVE scored-count TO QH-SCORED.
           MOVE avg-score TO QH-AVG-SCORE.
           MOVE clean-count TO QH-CLEAN.
           PERFORM VARYING ck-ctr FROM 1 BY 1 UNTIL ck-ctr > check-max
               MOVE fail-count(ck-ctr) TO QH-FAILS(ck-ctr)
           END-PERFORM.

           OPEN EXTEND history-file.
           IF history-file-status NOT = "00"
               OPEN OUTPUT history-file
           END-IF.
           IF history-file-status = "00"
               WRITE history-record
               CLOSE history-file
           END-IF.

      *****************************************************************
      *** Open the record, run every check, total the score and put ***
      *** the record on its owner's work list if it is among their  ***
      *** worst.                                                    ***
      *****************************************************************
       score-one-customer.

           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.
           IF open-result NOT = "Y"
               ADD 1 TO unopened-count
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO scored-count.

           MOVE ALL "N" TO cust-fails.
           IF CUST-PHONE = SPACES
               MOVE "Y" TO cust-failed(1)
           ELSE
               PERFORM check-phone-format
           END-IF.
           IF CUST-ADDR1 = SPACES OR CUST-CITY = SPACES
               MOVE "Y" TO cust-failed(2)
           END-IF.
           IF CUST-POSTCODE = SPACES
               MOVE "Y" TO cust-failed(3)
           END-IF.
           IF CUST-EMAIL-BAD = "Y"
               MOVE "Y" TO cust-failed(4)
           END-IF.
           PERFORM check-name-capitals.
           MOVE CUST-CHANGED(1:8) TO qc-changed.
           IF qc-changed = SPACES
               MOVE CUST-CREATED(1:8) TO qc-changed
           END-IF.
           IF qc-changed < stale-before
               MOVE "Y" TO cust-failed(7)
           END-IF.

           MOVE 100 TO cust-score.
           MOVE SPACES TO cust-problems.
           MOVE 1 TO problem-ptr.
           PERFORM VARYING ck-ctr FROM 1 BY 1 UNTIL ck-ctr > check-max
               IF cust-failed(ck-ctr) = "Y"
                   ADD 1 TO fail-count(ck-ctr)
                   SUBTRACT ck-points(ck-ctr) FROM cust-score
                   STRING FUNCTION TRIM(ck-code(ck-ctr))
                                             DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                       INTO cust-problems WITH POINTER problem-ptr
                   END-STRING
               END-IF
           END-PERFORM.
           ADD cust-score TO score-total.
           IF cust-score = 100
               ADD 1 TO clean-count
           END-IF.

           PERFORM find-customer-owner.
           ADD 1 TO ow-records(this-owner).
           IF cust-score < 100
               ADD 1 TO ow-below(this-owner)
               PERFORM note-worst-record
           END-IF.

      *** Spaces, dashes, dots and brackets are layout, a leading + ***
      *** is the international prefix; anything else, or fewer than ***
      *** 7 or more than 15 digits, is a malformed number.          ***
       check-phone-format.

           MOVE 0 TO qc-digits.
           MOVE "N" TO qc-bad.
           PERFORM VARYING qc-ptr FROM 1 BY 1 UNTIL qc-ptr > 20
               MOVE CUST-PHONE(qc-ptr:1) TO qc-char
               EVALUATE TRUE
                   WHEN qc-char = SPACE OR "-" OR "." OR "(" OR ")"
                       CONTINUE
                   WHEN qc-char = "+" AND qc-digits = 0
                       CONTINUE
                   WHEN qc-char IS NUMERIC
                       ADD 1 TO qc-digits
                   WHEN OTHER
                       MOVE "Y" TO qc-bad
               END-EVALUATE
           END-PERFORM.
           IF qc-bad = "Y" OR qc-digits < 7 OR qc-digits > 15
               MOVE "Y" TO cust-failed(5)
           END-IF.

      *** Two or more letters and not one of them lower case.       ***
       check-name-capitals.

           MOVE 0 TO qc-upper qc-lower.
           PERFORM VARYING qc-ptr FROM 1 BY 1 UNTIL qc-ptr > 60
               MOVE CUST-NAME(qc-ptr:1) TO qc-char
               IF qc-char >= "A" AND qc-char <= "Z"
                   ADD 1 TO qc-upper
               END-IF
               IF qc-char >= "a" AND qc-char <= "z"
                   ADD 1 TO qc-lower
               END-IF
           END-PERFORM.
           IF qc-upper > 1 AND qc-lower = 0
               MOVE "Y" TO cust-failed(6)
           END-IF.

      *** The owner's slot, added the first time they are met; an   ***
      *** unowned customer, or one past the table, goes in the      ***
      *** last slot.                                                ***
       find-customer-owner.

           COMPUTE this-owner = owner-max + 1.
           IF CUST-OWNER = SPACES
               MOVE "(no owner)" TO ow-name(this-owner)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-count
               IF ow-name(owner-ctr) = CUST-OWNER
                   MOVE owner-ctr TO this-owner
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF owner-count < owner-max
               ADD 1 TO owner-count
               MOVE owner-count TO this-owner
               MOVE CUST-OWNER TO ow-name(this-owner)
               MOVE 0 TO ow-records(this-owner) ow-below(this-owner)
                   ow-worst-count(this-owner)
           ELSE
               DISPLAY "custquality: too many owners - "
                   FUNCTION TRIM(CUST-OWNER)
                   "'s customers listed with the unowned."
               MOVE "(no owner)" TO ow-name(this-owner)
           END-IF.

       note-worst-record.

           IF ow-worst-count(this-owner) < worst-max
               ADD 1 TO ow-worst-count(this-owner)
               MOVE ow-worst-count(this-owner) TO w-ctr
           ELSE
               MOVE 1 TO w-high
               PERFORM VARYING w-ctr FROM 2 BY 1
                       UNTIL w-ctr > ow-worst-count(this-owner)
                   IF ow-w-score(this-owner, w-ctr) >
                      ow-w-score(this-owner, w-high)
                       MOVE w-ctr TO w-high
                   END-IF
               END-PERFORM
               IF cust-score NOT < ow-w-score(this-owner, w-high)
                   EXIT PARAGRAPH
               END-IF
               MOVE w-high TO w-ctr
           END-IF.

           MOVE CUST-ID TO ow-w-id(this-owner, w-ctr).
           MOVE CUST-NAME TO ow-w-name(this-owner, w-ctr).
           MOVE cust-score TO ow-w-score(this-owner, w-ctr).
           MOVE cust-problems TO ow-w-problems(this-owner, w-ctr).

      *****************************************************************
      *** The scorecard: each check's failures, their share of the  ***
      *** customers scored, and the change since the last run.      ***
      *****************************************************************
       print-scorecard.

           MOVE SPACES TO print-line.
           STRING "CUSTOMER DATA QUALITY SCORECARD          WEEK OF "
                                             DELIMITED BY SIZE
                  today8(1:4) "-" today8(5:2) "-" today8(7:2)
                                             DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           PERFORM write-report-line.

           MOVE active-count TO count-disp.
           MOVE scored-count TO count-disp2.
           MOVE avg-score TO score-disp.
           STRING FUNCTION TRIM(count-disp)  DELIMITED BY SIZE
                  " active customer(s), "    DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp2) DELIMITED BY SIZE
                  " scored, average score "  DELIMITED BY SIZE
                  FUNCTION TRIM(score-disp)  DELIMITED BY SIZE
                  " out of 100"              DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           MOVE clean-count TO count-disp.
           MOVE unopened-count TO count-disp2.
           STRING FUNCTION TRIM(count-disp)  DELIMITED BY SIZE
                  " clean (100), "           DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp2) DELIMITED BY SIZE
                  " could not be opened and are not scored"
                                             DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           PERFORM write-report-line.

           MOVE "CHECK"      TO print-line(1:5).
           MOVE "POINTS"     TO print-line(33:6).
           MOVE "FAILING"    TO print-line(43:7).
           MOVE "PCT"        TO print-line(54:3).
           MOVE "LAST RUN"   TO print-line(60:8).
           MOVE "CHANGE"     TO print-line(72:6).
           PERFORM write-report-line.

           PERFORM VARYING ck-ctr FROM 1 BY 1 UNTIL ck-ctr > check-max
               MOVE ck-title(ck-ctr) TO print-line(1:30)
               MOVE ck-points(ck-ctr) TO score-disp2
               MOVE score-disp2 TO print-line(35:3)
               MOVE fail-count(ck-ctr) TO count-disp
               MOVE count-disp TO print-line(43:7)
               MOVE 0 TO pct-value
               IF scored-count > 0
                   COMPUTE pct-value ROUNDED =
                       fail-count(ck-ctr) * 100 / scored-count
               END-IF
               MOVE pct-value TO pct-disp
               MOVE pct-disp TO print-line(52:5)
               IF have-last-run = "Y"
                   MOVE LR-FAILS(ck-ctr) TO count-disp
                   MOVE count-disp TO print-line(61:7)
                   COMPUTE change-value =
                       fail-count(ck-ctr) - LR-FAILS(ck-ctr)
                   MOVE change-value TO change-disp
                   MOVE change-disp TO print-line(71:7)
               END-IF
               PERFORM write-report-line
           END-PERFORM.

      *****************************************************************
      *** The trend: the average score and clean count of the runs  ***
      *** on the history, then this one, each against the run       ***
      *** before - a falling failure count and a rising average are ***
      *** the clean-up working.                                     ***
      *****************************************************************
       print-trend.

           PERFORM write-report-line.
           MOVE "TREND" TO print-line.
           PERFORM write-report-line.
           MOVE "RUN"        TO print-line(1:3).
           MOVE "ACTIVE"     TO print-line(15:6).
           MOVE "AVERAGE"    TO print-line(25:7).
           MOVE "CHANGE"     TO print-line(35:6).
           MOVE "CLEAN"      TO print-line(46:5).
           PERFORM write-report-line.

           PERFORM VARYING tr-ctr FROM 1 BY 1
                   UNTIL tr-ctr > trend-count
               MOVE tr-record(tr-ctr) TO trend-run
               MOVE "N" TO have-prior
               IF tr-ctr > 1
                   MOVE tr-record(tr-ctr - 1) TO last-run
                   COMPUTE score-change = TR-AVG-SCORE - LR-AVG-SCORE
                   MOVE "Y" TO have-prior
               END-IF
               PERFORM print-one-trend-line
           END-PERFORM.

           MOVE SPACES TO trend-run.
           MOVE today8 TO TR-DATE.
           MOVE active-count TO TR-ACTIVE.
           MOVE avg-score TO TR-AVG-SCORE.
           MOVE clean-count TO TR-CLEAN.
           MOVE "N" TO have-prior.
           IF trend-count > 0
               MOVE tr-record(trend-count) TO last-run
               COMPUTE score-change = avg-score - LR-AVG-SCORE
               MOVE "Y" TO have-prior
           END-IF.
           PERFORM print-one-trend-line.

       print-one-trend-line.

           MOVE SPACES TO print-line.
           STRING TR-DATE(1:4) "-" TR-DATE(5:2) "-" TR-DATE(7:2)
                   DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           MOVE TR-ACTIVE TO count-disp.
           MOVE count-disp TO print-line(14:7).
           MOVE TR-AVG-SCORE TO score-disp.
           MOVE score-disp TO print-line(27:5).
           IF have-prior = "Y"
               MOVE score-change TO score-chg-disp
               MOVE score-chg-disp TO print-line(35:6)
           END-IF.
           MOVE TR-CLEAN TO count-disp.
           MOVE count-disp TO print-line(44:7).
           PERFORM write-report-line.

      *****************************************************************
      *** One owner's work list: their worst records, lowest score  ***
      *** first, and what each is failing.                          ***
      *****************************************************************
       print-one-work-list.

           MOVE owner-ctr TO this-owner.
           PERFORM sort-worst-records.

           PERFORM write-report-line.
           MOVE ow-records(this-owner) TO count-disp.
           MOVE ow-below(this-owner) TO count-disp2.
           STRING "WORK LIST - "               DELIMITED BY SIZE
                  FUNCTION TRIM(ow-name(this-owner))
                                               DELIMITED BY SIZE
                  ": "                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp2)   DELIMITED BY SIZE
                  " of "                       DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)    DELIMITED BY SIZE
                  " customer(s) below 100"     DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           IF ow-worst-count(this-owner) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "CUSTOMER" TO print-line(1:8).
           MOVE "NAME"     TO print-line(13:4).
           MOVE "SCORE"    TO print-line(55:5).
           MOVE "FAILING"  TO print-line(62:7).
           PERFORM write-report-line.
           PERFORM VARYING w-ctr FROM 1 BY 1
                   UNTIL w-ctr > ow-worst-count(this-owner)
               MOVE ow-w-id(this-owner, w-ctr) TO print-line(1:10)
               MOVE ow-w-name(this-owner, w-ctr) TO print-line(13:40)
               MOVE ow-w-score(this-owner, w-ctr) TO score-disp2
               MOVE score-disp2 TO print-line(57:3)
               MOVE ow-w-problems(this-owner, w-ctr)
                   TO print-line(62:70)
               PERFORM write-report-line
           END-PERFORM.

       sort-worst-records.

           PERFORM VARYING w-ctr FROM 1 BY 1
                   UNTIL w-ctr >= ow-worst-count(this-owner)
               PERFORM VARYING w-ctr2 FROM w-ctr BY 1
                       UNTIL w-ctr2 > ow-worst-count(this-owner)
                   IF ow-w-score(this-owner, w-ctr2) <
                      ow-w-score(this-owner, w-ctr)
                       MOVE ow-worst(this-owner, w-ctr) TO w-swap
                       MOVE ow-worst(this-owner, w-ctr2)
                           TO ow-worst(this-owner, w-ctr)
                       MOVE w-swap TO ow-worst(this-owner, w-ctr2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       write-report-line.

           WRITE print-line.
           ADD 1 TO report-lines.
           MOVE SPACES TO print-line.
