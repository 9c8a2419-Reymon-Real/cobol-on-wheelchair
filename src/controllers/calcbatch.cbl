      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  batch calculations from an uploaded CSV          ***
      *****************************************************************
      *** /admin/calcbatch takes finance's spreadsheet of sums and  ***
      *** conversions as one CSV upload instead of a clerk pasting  ***
      *** each into /showsum in turn. Each line is                  ***
      ***   operator,operands,currency,date                         ***
      *** - operator sum (the default when blank), multiply,        ***
      *** average or expr; operands separated by spaces (for expr,  ***
      *** the whole expression); currency and as-of date            ***
      *** (CCYYMMDD) optional, as on /showsum. The file is stored   ***
      *** by getupload exactly as for the customer import, its      ***
      *** lines counted, and a job (type "calcbatch") is filed on   ***
      *** the job queue; the worker (see runjobs) evaluates every   ***
      *** line, logs each to the calc history, and registers the    ***
      *** results file in the report spool, where /jobs/<id> links  ***
      *** to it once the job is done.                               ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcbatch.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "jobdef.cbl".

           SELECT csv-file
               ASSIGN TO csv-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS csv-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD jobqueue-file.
       01 jobqueue-record.
           COPY "jobfld.cbl".

       FD csv-file.
       01 csv-line PIC X(400).

       WORKING-STORAGE SECTION.
       77 jobqueue-file-status PIC X(2).
       77 csv-file-status      PIC X(2).
       77 csv-file-name        PIC X(255) VALUE SPACES.

       77 cb-request-method PIC X(6) VALUE SPACES.
       77 cb-upload-path    PIC X(90) VALUE SPACES.
       77 cb-message        PIC X(160) VALUE SPACES.

       77 cb-line-total   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 cb-new-key      PIC 9(10) VALUE 0.
       77 cb-new-key-disp PIC Z(9)9.

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-calcbatch.

           MOVE SPACES TO the-vars.

           ACCEPT cb-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "calcfile" cb-upload-path
               END-CALL.

           IF FUNCTION TRIM(cb-request-method) = "POST"
              AND FUNCTION TRIM(cb-upload-path) NOT = SPACES
               PERFORM queue-the-batch
           ELSE
               IF FUNCTION TRIM(cb-request-method) = "POST"
                   MOVE "no file arrived with the upload"
                       TO cb-message
               END-IF
           END-IF.

           MOVE "message" TO COW-varname(95).
           MOVE cb-message TO COW-varvalue(95).

           CALL 'cowtemplate' USING the-vars "calcbatch.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** Count the lines for JOB-TOTAL, mint a job id and file the ***
      *** job pending - the hand-off the customer import makes.     ***
      *****************************************************************
       queue-the-batch.

           MOVE FUNCTION TRIM(cb-upload-path) TO csv-file-name.

           MOVE 0 TO cb-line-total.
           OPEN INPUT csv-file.
           IF csv-file-status NOT = "00"
               MOVE "the uploaded file could not be read back"
                   TO cb-message
               EXIT PARAGRAPH
           END-IF.
           READ csv-file
               AT END MOVE "10" TO csv-file-status
           END-READ.
           PERFORM UNTIL csv-file-status NOT = "00"
               ADD 1 TO cb-line-total
               READ csv-file
                   AT END MOVE "10" TO csv-file-status
               END-READ
           END-PERFORM.
           CLOSE csv-file.

           IF cb-line-total = 0
               MOVE "the uploaded file has no calculation lines"
                   TO cb-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O jobqueue-file.
           IF jobqueue-file-status = "35"
               OPEN OUTPUT jobqueue-file
               CLOSE jobqueue-file
               OPEN I-O jobqueue-file
           END-IF.

           IF jobqueue-file-status NOT = "00"
               MOVE "the job queue could not be opened - try again"
                   TO cb-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "JOBID     " cb-new-key END-CALL.
           IF cb-new-key = 0
               CLOSE jobqueue-file
               MOVE "could not assign a job id - try again"
                   TO cb-message
               EXIT PARAGRAPH
           END-IF.

           MOVE cb-new-key TO cb-new-key-disp.
           MOVE SPACES TO jobqueue-record.
           MOVE FUNCTION TRIM(cb-new-key-disp) TO JOB-ID.
           MOVE "calcbatch" TO JOB-TYPE.
           MOVE FUNCTION TRIM(cb-upload-path) TO JOB-INPUT.
           MOVE "P" TO JOB-STATUS.
           MOVE cb-line-total TO JOB-TOTAL.
           MOVE 0 TO JOB-DONE.
           MOVE SPACES TO JOB-MESSAGE.
           MOVE SESS-USER OF the-session TO JOB-USER.
           MOVE FUNCTION CURRENT-DATE TO JOB-CREATED.

           WRITE jobqueue-record
               INVALID KEY
                   MOVE "the job could not be queued - try again"
                       TO cb-message
               NOT INVALID KEY
                   MOVE SPACES TO cb-message
                   STRING "calculations queued as job " DELIMITED
                              BY SIZE
                          FUNCTION TRIM(cb-new-key-disp) DELIMITED
                              BY SIZE
                          " - the results appear at /jobs/"
                                                      DELIMITED
                              BY SIZE
                          FUNCTION TRIM(cb-new-key-disp) DELIMITED
                              BY SIZE
                       INTO cb-message
                   END-STRING
           END-WRITE.

           CLOSE jobqueue-file.
