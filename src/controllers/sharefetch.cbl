      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  public fetch behind a single-use share token     ***
      *** UPDATE:  a share token can also serve a mailed report     ***
      *****************************************************************
      *** /share/%token: the customer-facing end of a share link    ***
      *** minted on the uploads admin screen. A valid token - on    ***
      *** staticmime derives from the stored filename. Any bad      ***
      *** token gets one neutral 404 - the token is the whole       ***
      *** secret, and this route is public.                          ***
      *** A token mailed to a report distribution list carries a    ***
      *** report id instead of a document id: the report's file is  ***
      *** found through the report-spool catalog and streams as     ***
      *** plain text.                                               ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "sharedef.cbl".
           COPY "upcatdef.cbl".
           COPY "rptdef.cbl".

           SELECT document-file
               ASSIGN TO document-file-name
       01 uploadcat-record.
           COPY "upcatfld.cbl".

       FD reportspool-file.
       01 reportspool-record.
           COPY "rptfld.cbl".

       FD document-file.
       01 document-line PIC X(4096).

       WORKING-STORAGE SECTION.
       77 sharelinks-file-status PIC X(2).
       77 uploadcat-file-status  PIC X(2).
       77 reportspool-file-status PIC X(2).
       77 document-file-status   PIC X(2).
       77 sharelog-file-status   PIC X(2).
       77 document-file-name     PIC X(255).
       77 sf-token-text PIC X(90) VALUE SPACES.
       77 sf-ok         PIC X(01) VALUE "N".
       77 sf-doc-found  PIC X(01) VALUE "N".
       77 sf-is-report  PIC X(01) VALUE "N".
       77 sf-remote-addr PIC X(45) VALUE SPACES.
       77 sf-mime-name   PIC X(255).
       77 sf-content-type PIC X(60).
           PERFORM check-and-burn-token.

           IF sf-ok = "Y"
               IF SHR-REPORT-ID NOT = SPACES
                   MOVE "Y" TO sf-is-report
                   PERFORM look-up-report
               ELSE
                   PERFORM look-up-document
               END-IF
           END-IF.

           IF sf-ok NOT = "Y" OR sf-doc-found NOT = "Y"
               CLOSE uploadcat-file
           END-IF.

      *** A report is served only while the catalog still holds  ***
      *** it - the retention purge ends the link with the entry.  ***
       look-up-report.

           MOVE "N" TO sf-doc-found.

           OPEN INPUT reportspool-file.
           IF reportspool-file-status = "00"
               MOVE SHR-REPORT-ID TO RPT-ID
               READ reportspool-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO sf-doc-found
                       MOVE RPT-NAME TO document-file-name
               END-READ
               CLOSE reportspool-file
           END-IF.

       record-the-fetch.

           ACCEPT sf-remote-addr FROM ENVIRONMENT "REMOTE_ADDR"
           END-IF.

           MOVE SPACES TO sharelog-line.
           IF sf-is-report = "Y"
               STRING FUNCTION CURRENT-DATE(1:14)  DELIMITED BY SIZE
                      " token="                    DELIMITED BY SIZE
                      FUNCTION TRIM(SHR-TOKEN)     DELIMITED BY SIZE
                      " report="                   DELIMITED BY SIZE
                      FUNCTION TRIM(SHR-REPORT-ID) DELIMITED BY SIZE
                      " addr="                     DELIMITED BY SIZE
                      FUNCTION TRIM(sf-remote-addr) DELIMITED BY SIZE
                   INTO sharelog-line
               END-STRING
               WRITE sharelog-line
               CLOSE sharelog-file
               EXIT PARAGRAPH
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:14)  DELIMITED BY SIZE
                  " token="                    DELIMITED BY SIZE
                  FUNCTION TRIM(SHR-TOKEN)     DELIMITED BY SIZE
               EXIT PARAGRAPH
           END-IF.

           MOVE "text/plain" TO sf-content-type.
           IF sf-is-report NOT = "Y"
               MOVE SPACES TO sf-mime-name
               MOVE DOC-ORIG-NAME TO sf-mime-name
               CALL "staticmime" USING sf-mime-name sf-content-type
                   END-CALL
           END-IF.
           MOVE sf-content-type TO RH-CONTENT-TYPE.

           CALL "webheader".
