      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  status route for the background job queue        ***
      *** UPDATE:  a finished calculation batch links to its        ***
      ***          results file                                     ***
      *****************************************************************
      *** /jobs/%id answers what the worker has done with a queued  ***
      *** job: pending, running with "4,200 of 8,000 applied", or   ***
      *** Accept, so the import screen's link reads nicely in a     ***
      *** browser and a polling script gets JSON. An unknown id is  ***
      *** a real 404.                                                ***
      *** A finished calcbatch job also answers the report-spool    ***
      *** id of its results file (data/calcbatch_<id>.txt, the name ***
      *** runjobs gives it), so the page links straight to it.      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "jobdef.cbl".
           COPY "rptdef.cbl".

       DATA DIVISION.

       01 jobqueue-record.
           COPY "jobfld.cbl".

       FD reportspool-file.
       01 reportspool-record.
           COPY "rptfld.cbl".

       WORKING-STORAGE SECTION.
       77 jobqueue-file-status PIC X(2).
       77 reportspool-file-status PIC X(2).

       77 js-id-text    PIC X(90) VALUE SPACES.
       77 js-found      PIC X(01) VALUE "N".
       77 js-total-disp PIC Z(6)9.
       77 js-progress   PIC X(60) VALUE SPACES.
       77 js-state-text PIC X(20) VALUE SPACES.
       77 js-results-name PIC X(90) VALUE SPACES.
       77 js-results-id   PIC X(10) VALUE SPACES.

       01 the-vars.
           COPY "cowvars.cbl".

           PERFORM build-status-vars.

           IF FUNCTION TRIM(JOB-TYPE) = "calcbatch"
              AND JOB-STATUS = "D"
               PERFORM find-results-report
           END-IF.

           IF render-mode = "J"
               CALL 'cowjson' USING the-vars END-CALL
           ELSE
           MOVE JOB-CREATED TO COW-varvalue(6).
           MOVE "finished" TO COW-varname(7).
           MOVE FUNCTION TRIM(JOB-FINISHED) TO COW-varvalue(7).
           MOVE "resultsid" TO COW-varname(8).
           MOVE js-results-id TO COW-varvalue(8).

      *** The spool entry under the results file's name - a         ***
      *** purged one simply leaves the link off.                    ***
       find-results-report.

           MOVE SPACES TO js-results-name js-results-id.
           STRING "data/calcbatch_"       DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID)   DELIMITED BY SIZE
                  ".txt"                  DELIMITED BY SIZE
               INTO js-results-name
           END-STRING.

           OPEN INPUT reportspool-file.
           IF reportspool-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ reportspool-file NEXT RECORD
               AT END MOVE "10" TO reportspool-file-status
           END-READ.
           PERFORM UNTIL reportspool-file-status NOT = "00"
               IF RPT-NAME = js-results-name
                   MOVE RPT-ID TO js-results-id
               END-IF
               READ reportspool-file NEXT RECORD
                   AT END MOVE "10" TO reportspool-file-status
               END-READ
           END-PERFORM.

           CLOSE reportspool-file.

           MOVE "resultsid" TO COW-varname(8).
           MOVE js-results-id TO COW-varvalue(8).
