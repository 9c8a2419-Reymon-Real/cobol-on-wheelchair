      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  triage screen for inbound mail no customer       ***
      ***          claimed                                          ***
      *****************************************************************
      *** /admin/mailtriage: the customer replies the nightly mail  ***
      *** intake could not tie to an account, oldest first. The     ***
      *** assign action files the message as a contact note on the  ***
      *** customer the clerk names - under the clerk's own login,   ***
      *** due MAILREPLYDAYS days out like the intake's own notes -  ***
      *** and closes the entry; dismiss closes it as not a          ***
      *** customer's mail. Either way the entry keeps who settled   ***
      *** it and when.                                              ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailtriage.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "triagedef.cbl".
           COPY "custdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD triage-file.
       01 triage-record.
           COPY "triagefld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 triage-file-status    PIC X(2).
       77 customers-file-status PIC X(2).

       78 mt-shown-max VALUE 20.

       77 mt-action      PIC X(10) VALUE SPACES.
       77 mt-id-text     PIC X(90) VALUE SPACES.
       77 mt-custid-text PIC X(90) VALUE SPACES.
       77 mt-message     PIC X(90) VALUE SPACES.
       77 mt-request-method PIC X(6) VALUE SPACES.
       77 mt-redirect    PIC X(255) VALUE SPACES.

       77 mt-shown      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 mt-shown-disp PIC Z(3)9.
       77 mt-var-ctr    PIC 9(4) USAGE COMP-5.
       77 mt-count-disp PIC Z(3)9.

       77 mt-note-text     PIC X(200).
       77 mt-note-user     PIC X(30).
       77 mt-note-followup PIC X(8).
       77 mt-note-written  PIC X(01).
       77 mt-reply-days    PIC 9(5) VALUE 1.
       77 mt-reply-due     PIC 9(8).
       77 cfg-key-name     PIC X(30).
       77 cfg-default      PIC 9(12).
       77 cfg-result       PIC 9(12).

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-mailtriage.

           MOVE SPACES TO the-vars.

           ACCEPT mt-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" mt-action
               END-CALL.

      *** Same guard the other admin screens carry.                 ***
           IF FUNCTION TRIM(mt-action) = "assign"
              OR FUNCTION TRIM(mt-action) = "dismiss"
               IF FUNCTION TRIM(mt-request-method) NOT = "POST"
                   MOVE "triage actions must be submitted as a POST"
                       TO mt-message
               ELSE
                   PERFORM settle-one-entry
                   CALL "setflash" USING the-session mt-message
                       END-CALL
                   MOVE "/admin/mailtriage" TO mt-redirect
                   CALL "redirectto" USING mt-redirect END-CALL
                   GOBACK
               END-IF
           END-IF.

           PERFORM show-open-list.

           MOVE "message" TO COW-varname(95).
           MOVE mt-message TO COW-varvalue(95).

           MOVE mt-shown TO mt-count-disp.
           MOVE "opencount" TO COW-varname(94).
           MOVE FUNCTION TRIM(mt-count-disp) TO COW-varvalue(94).

           CALL 'cowtemplate' USING the-vars "mailtriage.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** Assign or dismiss one open entry. An assign only closes   ***
      *** the entry once its note is on file.                       ***
      *****************************************************************
       settle-one-entry.

           CALL "getparam" USING the-values "id" mt-id-text END-CALL.
           IF FUNCTION TRIM(mt-id-text) = SPACES
               MOVE "a triage entry is required" TO mt-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O triage-file.
           IF triage-file-status NOT = "00"
               MOVE "the triage dataset could not be opened"
                   TO mt-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(mt-id-text) TO TRI-ID.
           READ triage-file
               INVALID KEY
                   MOVE "no triage entry under that number"
                       TO mt-message
           END-READ.
           IF mt-message = SPACES AND TRI-STATUS NOT = "O"
               MOVE "that entry is already settled" TO mt-message
           END-IF.

           IF mt-message = SPACES
               IF FUNCTION TRIM(mt-action) = "assign"
                   PERFORM assign-to-customer
               ELSE
                   MOVE "D" TO TRI-STATUS
               END-IF
           END-IF.

           IF mt-message = SPACES
               MOVE SESS-USER OF the-session TO TRI-DONE-BY
               MOVE FUNCTION CURRENT-DATE TO TRI-DONE-WHEN
               REWRITE triage-record
                   INVALID KEY
                       MOVE "the triage entry could not be updated"
                           TO mt-message
               END-REWRITE
           END-IF.
           CLOSE triage-file.

           IF mt-message = SPACES
               IF TRI-STATUS = "A"
                   MOVE SPACES TO mt-message
                   STRING "filed as a note on customer "
                                               DELIMITED BY SIZE
                          FUNCTION TRIM(TRI-CUST-ID) DELIMITED BY SIZE
                       INTO mt-message
                   END-STRING
               ELSE
                   MOVE "entry dismissed" TO mt-message
               END-IF
           END-IF.

       assign-to-customer.

           CALL "getparam" USING the-values "custid" mt-custid-text
               END-CALL.
           IF FUNCTION TRIM(mt-custid-text) = SPACES
               MOVE "a customer id is required" TO mt-message
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               MOVE "the customer dataset could not be opened"
                   TO mt-message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(mt-custid-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer under that id" TO mt-message
           END-READ.
           CLOSE customers-file.
           IF mt-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "MAILREPLYDAYS" TO cfg-key-name.
           MOVE 1 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result < 100000
               MOVE cfg-result TO mt-reply-days
           END-IF.
           COMPUTE mt-reply-due = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               + mt-reply-days).
           MOVE mt-reply-due TO mt-note-followup.

           MOVE SPACES TO mt-note-text.
           STRING "email reply from "            DELIMITED BY SIZE
                  FUNCTION TRIM(TRI-FROM)        DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  FUNCTION TRIM(TRI-RECEIVED)    DELIMITED BY SIZE
                  ": "                           DELIMITED BY SIZE
                  FUNCTION TRIM(TRI-SUBJECT)     DELIMITED BY SIZE
                  " - "                          DELIMITED BY SIZE
                  FUNCTION TRIM(TRI-SNIPPET)     DELIMITED BY SIZE
               INTO mt-note-text
           END-STRING.
           MOVE SESS-USER OF the-session TO mt-note-user.

           MOVE "N" TO mt-note-written.
           CALL "writecustnote" USING CUST-ID mt-note-text
               mt-note-user mt-note-followup mt-note-written END-CALL.
           IF mt-note-written NOT = "Y"
               MOVE "the note could not be filed - entry left open"
                   TO mt-message
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO TRI-STATUS.
           MOVE CUST-ID TO TRI-CUST-ID.

      *****************************************************************
      *** One pass over the triage dataset: the open entries, in    ***
      *** the order the intake filed them.                          ***
      *****************************************************************
       show-open-list.

           MOVE 0 TO mt-shown.

           OPEN INPUT triage-file.
           IF triage-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ triage-file NEXT RECORD
               AT END MOVE "10" TO triage-file-status
           END-READ.
           PERFORM UNTIL triage-file-status NOT = "00"
               OR mt-shown >= mt-shown-max
               IF TRI-STATUS = "O"
                   ADD 1 TO mt-shown
                   PERFORM add-entry-to-vars
               END-IF
               READ triage-file NEXT RECORD
                   AT END MOVE "10" TO triage-file-status
               END-READ
           END-PERFORM.

           CLOSE triage-file.

       add-entry-to-vars.

           MOVE mt-shown TO mt-shown-disp.

           COMPUTE mt-var-ctr = ((mt-shown - 1) * 5) + 101.
           MOVE FUNCTION TRIM(TRI-ID) TO COW-varvalue(mt-var-ctr).
           STRING "mt" DELIMITED BY SIZE
                  FUNCTION TRIM(mt-shown-disp) DELIMITED BY SIZE
                  "id" DELIMITED BY SIZE
               INTO COW-varname(mt-var-ctr).

           ADD 1 TO mt-var-ctr.
           MOVE FUNCTION TRIM(TRI-RECEIVED) TO COW-varvalue(mt-var-ctr).
           STRING "mt" DELIMITED BY SIZE
                  FUNCTION TRIM(mt-shown-disp) DELIMITED BY SIZE
                  "when" DELIMITED BY SIZE
               INTO COW-varname(mt-var-ctr).

           ADD 1 TO mt-var-ctr.
           MOVE FUNCTION TRIM(TRI-FROM) TO COW-varvalue(mt-var-ctr).
           STRING "mt" DELIMITED BY SIZE
                  FUNCTION TRIM(mt-shown-disp) DELIMITED BY SIZE
                  "from" DELIMITED BY SIZE
               INTO COW-varname(mt-var-ctr).

           ADD 1 TO mt-var-ctr.
           MOVE FUNCTION TRIM(TRI-SUBJECT) TO COW-varvalue(mt-var-ctr).
           STRING "mt" DELIMITED BY SIZE
                  FUNCTION TRIM(mt-shown-disp) DELIMITED BY SIZE
                  "subject" DELIMITED BY SIZE
               INTO COW-varname(mt-var-ctr).

           ADD 1 TO mt-var-ctr.
           MOVE FUNCTION TRIM(TRI-SNIPPET) TO COW-varvalue(mt-var-ctr).
           STRING "mt" DELIMITED BY SIZE
                  FUNCTION TRIM(mt-shown-disp) DELIMITED BY SIZE
                  "text" DELIMITED BY SIZE
               INTO COW-varname(mt-var-ctr).
