      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  subject-access request screen                    ***
      *** UPDATE:  right-to-erasure requests filed for approval     ***
      *****************************************************************
      *** /admin/sar: an admin names the customer a data-access     ***
      *** request came in for, the request itself is logged to      ***
      *** a dated export file registered in the report spool for    ***
      *** pickup. The statutory afternoon of grepping becomes one   ***
      *** form and one download.                                     ***
      *** The same screen files a right-to-erasure request (action  ***
      *** "erase", with the basis given as the reason): it goes on  ***
      *** record in data/sarlog.txt too, and to /admin/approvals as ***
      *** kind "customer", action "erase" - once a second admin     ***
      *** approves it, the nightly erasecustomers job carries it    ***
      *** out and writes the officer's certificate.                 ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "jobdef.cbl".
           COPY "apprdef.cbl".

           SELECT sarlog-file
               ASSIGN TO "data/sarlog.txt"
       01 jobqueue-record.
           COPY "jobfld.cbl".

       FD pendingappr-file.
       01 pendingappr-record.
           COPY "apprfld.cbl".

       FD sarlog-file.
       01 sarlog-line PIC X(120).

       77 customers-file-status PIC X(2).
       77 jobqueue-file-status  PIC X(2).
       77 sarlog-file-status    PIC X(2).
       77 pendingappr-file-status PIC X(2).

       77 sr-request-method PIC X(6)  VALUE SPACES.
       77 sr-custid-text    PIC X(90) VALUE SPACES.
       77 sr-message        PIC X(160) VALUE SPACES.
       77 sr-cust-found     PIC X(01) VALUE "N".
       77 sr-cust-erased    PIC X(01) VALUE "N".
       77 sr-action         PIC X(10) VALUE SPACES.
       77 sr-reason-text    PIC X(90) VALUE SPACES.

       77 sr-new-key      PIC 9(10) VALUE 0.
       77 sr-new-key-disp PIC Z(9)9.

           CALL "getparam" USING the-values "custid" sr-custid-text
               END-CALL.
           CALL "getparam" USING the-values "action" sr-action
               END-CALL.
           CALL "getparam" USING the-values "reason" sr-reason-text
               END-CALL.

           IF FUNCTION TRIM(sr-request-method) = "POST"
              AND FUNCTION TRIM(sr-custid-text) NOT = SPACES
               IF FUNCTION TRIM(sr-action) = "erase"
                   PERFORM file-the-erasure
               ELSE
                   PERFORM queue-the-export
               END-IF
           END-IF.

           MOVE "message" TO COW-varname(95).

           CLOSE jobqueue-file.

      *****************************************************************
      *** An erasure is never done on one admin's say: it is filed  ***
      *** for a second admin's approval, like the other sensitive   ***
      *** changes.                                                  ***
      *****************************************************************
       file-the-erasure.

           IF FUNCTION TRIM(sr-reason-text) = SPACES
               MOVE "an erasure needs its basis given as the reason"
                   TO sr-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM check-customer-exists.
           IF sr-cust-found NOT = "Y"
               MOVE "no customer with that id" TO sr-message
               EXIT PARAGRAPH
           END-IF.
           IF sr-cust-erased = "Y"
               MOVE "that customer has already been erased"
                   TO sr-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O pendingappr-file.
           IF pendingappr-file-status = "35"
               OPEN OUTPUT pendingappr-file
               CLOSE pendingappr-file
               OPEN I-O pendingappr-file
           END-IF.
           IF pendingappr-file-status NOT = "00"
               MOVE "the approvals dataset could not be opened"
                   TO sr-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "APPROVAL  " sr-new-key END-CALL.
           IF sr-new-key = 0
               CLOSE pendingappr-file
               MOVE "could not assign an approval id" TO sr-message
               EXIT PARAGRAPH
           END-IF.

           MOVE sr-new-key TO sr-new-key-disp.
           MOVE SPACES TO pendingappr-record.
           MOVE FUNCTION TRIM(sr-new-key-disp) TO APPR-ID.
           MOVE "customer" TO APPR-KIND.
           MOVE "erase" TO APPR-ACTION.
           MOVE FUNCTION TRIM(sr-custid-text) TO APPR-TARGET.
           MOVE FUNCTION TRIM(sr-reason-text) TO APPR-DETAIL.
           MOVE SESS-USER OF the-session TO APPR-REQ-BY.
           MOVE FUNCTION CURRENT-DATE TO APPR-REQ-WHEN.
           MOVE "P" TO APPR-STATUS.
           WRITE pendingappr-record
               INVALID KEY
                   MOVE "the erasure could not be filed" TO sr-message
               NOT INVALID KEY
                   PERFORM log-the-erasure-request
                   MOVE SPACES TO sr-message
                   STRING "erasure filed for approval as "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(sr-new-key-disp)
                              DELIMITED BY SIZE
                          " - a second admin confirms it at "
                              DELIMITED BY SIZE
                          "/admin/approvals" DELIMITED BY SIZE
                       INTO sr-message
                   END-STRING
           END-WRITE.
           CLOSE pendingappr-file.

       check-customer-exists.

           MOVE "N" TO sr-cust-found.
           MOVE "N" TO sr-cust-erased.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE FUNCTION TRIM(sr-custid-text) TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO sr-cust-found
                       IF CUST-INACT-BY = "*ERASED*"
                           MOVE "Y" TO sr-cust-erased
                       END-IF
               END-READ
               CLOSE customers-file
           END-IF.
           WRITE sarlog-line.

           CLOSE sarlog-file.

       log-the-erasure-request.

           OPEN EXTEND sarlog-file.
           IF sarlog-file-status NOT = "00"
               OPEN OUTPUT sarlog-file
           END-IF.

           MOVE SPACES TO sarlog-line.
           STRING FUNCTION CURRENT-DATE(1:14)  DELIMITED BY SIZE
                  " customer="                 DELIMITED BY SIZE
                  FUNCTION TRIM(sr-custid-text) DELIMITED BY SIZE
                  " erasure-requested-by="     DELIMITED BY SIZE
                  FUNCTION TRIM(SESS-USER OF the-session)
                                               DELIMITED BY SIZE
                  " approval="                 DELIMITED BY SIZE
                  FUNCTION TRIM(sr-new-key-disp) DELIMITED BY SIZE
               INTO sarlog-line
           END-STRING.
           WRITE sarlog-line.

           CLOSE sarlog-file.
