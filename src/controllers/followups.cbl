      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  daily callback work list off the note follow-up ***
      ***          dates                                           ***
      *** UPDATE:  the list shows each customer's account owner and ***
      ***          can be narrowed to one owner                     ***
      *****************************************************************
      *** /admin/followups: every contact note whose follow-up     ***
      *** date is today or earlier and not yet closed - "promised  ***
      *** rereading every note every day. The done action closes   ***
      *** one with the closing user and moment stamped on the note ***
      *** itself, so the trail survives.                            ***
      *** Each line shows the customer's account owner, and         ***
      *** ?owner=<login> (or "mine", or "none" for the unowned)     ***
      *** narrows the list to one owner's customers.                ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custnotedef.cbl".
           COPY "custdef.cbl".

       DATA DIVISION.

       01 custnote-record.
           COPY "custnotefld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 custnotes-file-status PIC X(2).
       77 customers-file-status PIC X(2).

       78 fu-shown-max VALUE 20.

       77 fu-seq-disp   PIC Z(4)9.
       77 fu-overdue    PIC X(10).

      *** ?owner= narrows the list to one account owner's customers ***
      *** ("mine" is the signed-in user, "none" the unowned ones).  ***
       77 fu-owner-text  PIC X(90) VALUE SPACES.
       77 fu-owner       PIC X(30) VALUE SPACES.
       77 fu-note-owner  PIC X(30) VALUE SPACES.
       77 fu-owner-cust  PIC X(10) VALUE SPACES.

       01 the-vars.
           COPY "cowvars.cbl".

               END-IF
           END-IF.

           CALL "getparam" USING the-values "owner" fu-owner-text
               END-CALL.
           MOVE FUNCTION TRIM(fu-owner-text) TO fu-owner.
           IF fu-owner = "mine"
               MOVE SESS-USER OF the-session TO fu-owner
           END-IF.

           PERFORM show-due-list.

           MOVE "message" TO COW-varname(95).
           MOVE fu-message TO COW-varvalue(95).

           MOVE "ownerfilter" TO COW-varname(96).
           MOVE fu-owner TO COW-varvalue(96).

           MOVE fu-shown TO fu-count-disp.
           MOVE "duecount" TO COW-varname(94).
           MOVE FUNCTION TRIM(fu-count-disp) TO COW-varvalue(94).
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT customers-file.
           MOVE SPACES TO fu-owner-cust.

           READ custnotes-file NEXT RECORD
               AT END MOVE "10" TO custnotes-file-status
           END-READ.
               IF NOTE-FOLLOWUP NOT = SPACES
                  AND NOTE-FOLLOWUP NOT > fu-today8
                  AND NOTE-DONE NOT = "Y"
                   PERFORM find-note-owner
                   IF fu-owner = SPACES
                      OR fu-owner = fu-note-owner
                      OR (fu-owner = "none" AND fu-note-owner = SPACES)
                       PERFORM add-due-to-vars
                       ADD 1 TO fu-shown
                   END-IF
               END-IF
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
           END-PERFORM.

           CLOSE custnotes-file.
           CLOSE customers-file.

      *** Notes come grouped by customer, so the owner is only      ***
      *** looked up when the customer changes.                      ***
       find-note-owner.

           IF NOTE-CUST-ID = fu-owner-cust
               EXIT PARAGRAPH
           END-IF.
           MOVE NOTE-CUST-ID TO fu-owner-cust.
           MOVE SPACES TO fu-note-owner.
           MOVE NOTE-CUST-ID TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CUST-OWNER TO fu-note-owner
           END-READ.

       add-due-to-vars.

               MOVE "due today" TO fu-overdue
           END-IF.

           COMPUTE fu-var-ctr = (fu-shown * 7) + 101.
           MOVE FUNCTION TRIM(NOTE-CUST-ID)
               TO COW-varvalue(fu-var-ctr).
           STRING "fu" DELIMITED BY SIZE
                  FUNCTION TRIM(fu-shown-disp) DELIMITED BY SIZE
                  "user" DELIMITED BY SIZE
               INTO COW-varname(fu-var-ctr).

           ADD 1 TO fu-var-ctr.
           MOVE FUNCTION TRIM(fu-note-owner)
               TO COW-varvalue(fu-var-ctr).
           STRING "fu" DELIMITED BY SIZE
                  FUNCTION TRIM(fu-shown-disp) DELIMITED BY SIZE
                  "owner" DELIMITED BY SIZE
               INTO COW-varname(fu-var-ctr).
