      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  case work screen for customer requests           ***
      *****************************************************************
      *** /admin/cases, in the adminreturns mold: the cases raised  ***
      *** in the portal (casefld.cbl), worked until resolved. The   ***
      *** list shows the unresolved cases by default; ?view=mine    ***
      *** keeps to the clerk's own, ?view=breach to those past      ***
      *** their due date, ?view=all takes in the resolved ones too. ***
      *** ?id= opens one case with its full history. A posted       ***
      *** "action" of:                                              ***
      ***  - "assign" hands the case to a staff login ("me" for the ***
      ***    clerk's own) - never a portal login, never a disabled  ***
      ***    one;                                                   ***
      ***  - "status" moves it to open, in progress, waiting on the ***
      ***    customer or resolved - resolving needs a remark, and   ***
      ***    an unassigned case put in progress goes to whoever put ***
      ***    it there.                                              ***
      *** Every change is added to the case's own history and       ***
      *** journalled like any other master write.                   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. admincases.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "casedef.cbl".
           COPY "userdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD cases-file.
       01 case-record.
           COPY "casefld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       WORKING-STORAGE SECTION.
       77 cases-file-status PIC X(2).
       77 users-file-status PIC X(2).

       78 cm-shown-max VALUE 20.
       78 cm-hist-max  VALUE 15.

       77 cm-action       PIC X(10) VALUE SPACES.
       77 cm-id-text      PIC X(90) VALUE SPACES.
       77 cm-view         PIC X(10) VALUE SPACES.
       77 cm-assignee-text PIC X(90) VALUE SPACES.
       77 cm-status-param PIC X(90) VALUE SPACES.
       77 cm-remark-text  PIC X(90) VALUE SPACES.
       77 cm-message      PIC X(90) VALUE SPACES.
       77 cm-request-method PIC X(6) VALUE SPACES.
       77 cm-redirect     PIC X(255) VALUE SPACES.

       77 cm-today        PIC X(8).
       77 cm-case-id      PIC X(10) VALUE SPACES.
       77 cm-assignee     PIC X(30).
       77 cm-new-status   PIC X(1).
       77 cm-old-status   PIC X(1).
       77 cm-status-code  PIC X(1).
       77 cm-status-text  PIC X(20).
       77 cm-h            PIC 9(4) USAGE COMP-5.
       77 cm-wanted       PIC X(01).
       77 cm-case-found   PIC X(01) VALUE "N".

       77 cm-shown        PIC 9(4) USAGE COMP-5.
       77 cm-shown-disp   PIC Z(3)9.
       77 cm-var-ctr      PIC 9(4) USAGE COMP-5.
       77 cm-count-disp   PIC Z(3)9.

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-admincases.

           MOVE SPACES TO the-vars.
           MOVE FUNCTION CURRENT-DATE(1:8) TO cm-today.

           ACCEPT cm-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" cm-action
               END-CALL.
           CALL "getparam" USING the-values "id" cm-id-text END-CALL.
           MOVE FUNCTION TRIM(cm-id-text) TO cm-case-id.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(cm-request-method) NOT = "POST"
              AND FUNCTION TRIM(cm-action) NOT = SPACES
               MOVE "case changes must be submitted as a POST"
                   TO cm-message
           ELSE
               EVALUATE FUNCTION TRIM(cm-action)
                   WHEN "assign"
                       PERFORM do-assign-case
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "status"
                       PERFORM do-change-status
                       PERFORM answer-post-redirect
                       GOBACK
               END-EVALUATE
           END-IF.

           CALL "getparam" USING the-values "view" cm-view END-CALL.

           IF FUNCTION TRIM(cm-id-text) NOT = SPACES
               PERFORM show-one-case
           END-IF.

           PERFORM show-case-list.

           MOVE "message" TO COW-varname(295).
           MOVE cm-message TO COW-varvalue(295).

           MOVE cm-shown TO cm-count-disp.
           MOVE "casecount" TO COW-varname(294).
           MOVE FUNCTION TRIM(cm-count-disp) TO COW-varvalue(294).

           MOVE "view" TO COW-varname(293).
           MOVE FUNCTION TRIM(cm-view) TO COW-varvalue(293).

           CALL 'cowtemplate' USING the-vars "admincases.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash back onto   ***
      *** the case it was about, or onto the list when no such case ***
      *** was found.                                                ***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session cm-message END-CALL.
           MOVE SPACES TO cm-redirect.
           IF cm-case-found NOT = "Y"
               MOVE "/admin/cases" TO cm-redirect
           ELSE
               STRING "/admin/cases?id="         DELIMITED BY SIZE
                      FUNCTION TRIM(cm-case-id)  DELIMITED BY SIZE
                   INTO cm-redirect
               END-STRING
           END-IF.
           CALL "redirectto" USING cm-redirect END-CALL.

      *****************************************************************
      *** Reassignment: a staff login that can still sign in, or    ***
      *** "me". The case's status is unchanged, so the history      ***
      *** entry carries the same status on both sides.              ***
      *****************************************************************
       do-assign-case.

           CALL "getparam" USING the-values "assignee"
               cm-assignee-text END-CALL.
           CALL "getparam" USING the-values "remark"
               cm-remark-text END-CALL.

           IF FUNCTION TRIM(cm-assignee-text) = SPACES
               MOVE "say who the case goes to" TO cm-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(cm-assignee-text) = "me"
               MOVE SESS-USER OF the-session TO cm-assignee
           ELSE
               MOVE FUNCTION TRIM(cm-assignee-text) TO cm-assignee
           END-IF.

           PERFORM check-assignee-user.
           IF cm-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM read-case-for-update.
           IF cm-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF CASE-ASSIGNEE = cm-assignee
               CLOSE cases-file
               MOVE "the case is already with that login" TO cm-message
               EXIT PARAGRAPH
           END-IF.

           MOVE case-record TO jf-before.
           MOVE cm-assignee TO CASE-ASSIGNEE.
           MOVE CASE-STATUS TO cm-old-status.
           PERFORM add-case-history.
           PERFORM rewrite-case.
           CLOSE cases-file.

           IF cm-message = SPACES
               STRING "case "                     DELIMITED BY SIZE
                      FUNCTION TRIM(cm-case-id)   DELIMITED BY SIZE
                      " assigned to "             DELIMITED BY SIZE
                      FUNCTION TRIM(cm-assignee)  DELIMITED BY SIZE
                   INTO cm-message
               END-STRING
           END-IF.

      *****************************************************************
      *** A status change. Resolving stamps CASE-RESOLVED and needs ***
      *** a remark for the history; moving a resolved case back     ***
      *** clears the stamp but keeps the original due date, so a    ***
      *** reopened case still shows as late if it is.               ***
      *****************************************************************
       do-change-status.

           CALL "getparam" USING the-values "status"
               cm-status-param END-CALL.
           CALL "getparam" USING the-values "remark"
               cm-remark-text END-CALL.

           MOVE FUNCTION TRIM(cm-status-param) TO cm-new-status.
           IF cm-new-status NOT = "O" AND NOT = "P" AND NOT = "W"
              AND NOT = "R"
               MOVE "pick one of the listed statuses" TO cm-message
               EXIT PARAGRAPH
           END-IF.
           IF cm-new-status = "R"
              AND FUNCTION TRIM(cm-remark-text) = SPACES
               MOVE "say how the case was resolved" TO cm-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM read-case-for-update.
           IF cm-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF CASE-STATUS = cm-new-status
               CLOSE cases-file
               MOVE "the case already has that status" TO cm-message
               EXIT PARAGRAPH
           END-IF.

           MOVE case-record TO jf-before.
           MOVE CASE-STATUS TO cm-old-status.
           MOVE cm-new-status TO CASE-STATUS.
           IF cm-new-status = "R"
               MOVE FUNCTION CURRENT-DATE TO CASE-RESOLVED
           ELSE
               MOVE SPACES TO CASE-RESOLVED
           END-IF.
           IF cm-new-status = "P" AND CASE-ASSIGNEE = SPACES
               MOVE SESS-USER OF the-session TO CASE-ASSIGNEE
           END-IF.
           PERFORM add-case-history.
           PERFORM rewrite-case.
           CLOSE cases-file.

           IF cm-message = SPACES
               MOVE cm-new-status TO cm-status-code
               PERFORM set-status-text
               STRING "case "                       DELIMITED BY SIZE
                      FUNCTION TRIM(cm-case-id)     DELIMITED BY SIZE
                      " is now "                    DELIMITED BY SIZE
                      FUNCTION TRIM(cm-status-text) DELIMITED BY SIZE
                   INTO cm-message
               END-STRING
           END-IF.

      *****************************************************************
      *** Leaves the cases dataset open I-O on the case named by    ***
      *** "id" - or closed, with the message set.                   ***
      *****************************************************************
       read-case-for-update.

           IF cm-case-id = SPACES
               MOVE "the case number is required" TO cm-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O cases-file.
           IF cases-file-status NOT = "00"
               MOVE "the cases dataset could not be opened"
                   TO cm-message
               EXIT PARAGRAPH
           END-IF.

           MOVE cm-case-id TO CASE-ID.
           READ cases-file
               INVALID KEY
                   CLOSE cases-file
                   MOVE "no case with that number" TO cm-message
               NOT INVALID KEY
                   MOVE "Y" TO cm-case-found
           END-READ.

      *** One entry on the end of the history, the oldest dropped   ***
      *** once the table is full.                                   ***
       add-case-history.

           IF CASE-HIST-COUNT >= cm-hist-max
               PERFORM VARYING cm-h FROM 1 BY 1
                       UNTIL cm-h >= cm-hist-max
                   MOVE CASE-HIST(cm-h + 1) TO CASE-HIST(cm-h)
               END-PERFORM
               MOVE cm-hist-max TO CASE-HIST-COUNT
               SUBTRACT 1 FROM CASE-HIST-COUNT
           END-IF.

           ADD 1 TO CASE-HIST-COUNT.
           MOVE CASE-HIST-COUNT TO cm-h.
           MOVE FUNCTION CURRENT-DATE TO CASE-H-WHEN(cm-h).
           MOVE SESS-USER OF the-session TO CASE-H-USER(cm-h).
           MOVE cm-old-status TO CASE-H-FROM(cm-h).
           MOVE CASE-STATUS TO CASE-H-TO(cm-h).
           MOVE CASE-ASSIGNEE TO CASE-H-ASSIGNEE(cm-h).
           MOVE FUNCTION TRIM(cm-remark-text) TO CASE-H-REMARK(cm-h).

       rewrite-case.

           MOVE FUNCTION CURRENT-DATE TO CASE-CHANGED.
           MOVE SESS-USER OF the-session TO CASE-CHANGED-BY.
           REWRITE case-record
               INVALID KEY
                   MOVE "could not update that case" TO cm-message
               NOT INVALID KEY
                   MOVE "cases" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CASE-ID TO jf-key
                   MOVE case-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       check-assignee-user.

           OPEN INPUT users-file.
           IF users-file-status NOT = "00"
               MOVE "the users dataset could not be opened"
                   TO cm-message
               EXIT PARAGRAPH
           END-IF.
           MOVE cm-assignee TO USR-NAME.
           READ users-file
               INVALID KEY
                   MOVE "no user with that login" TO cm-message
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN USR-CUST-ID NOT = SPACES
                           MOVE "a portal login can't work cases"
                               TO cm-message
                       WHEN USR-ENABLED = "N"
                           MOVE "that login is disabled" TO cm-message
                   END-EVALUATE
           END-READ.
           CLOSE users-file.

       set-status-text.

           EVALUATE cm-status-code
               WHEN "O"
                   MOVE "open" TO cm-status-text
               WHEN "P"
                   MOVE "in progress" TO cm-status-text
               WHEN "W"
                   MOVE "waiting on customer" TO cm-status-text
               WHEN "R"
                   MOVE "resolved" TO cm-status-text
               WHEN OTHER
                   MOVE "opened" TO cm-status-text
           END-EVALUATE.

      *****************************************************************
      *** One case in full, slots 1-11, and its history six slots   ***
      *** an entry from slot 21.                                    ***
      *****************************************************************
       show-one-case.

           OPEN INPUT cases-file.
           IF cases-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(cm-id-text) TO CASE-ID.
           READ cases-file
               INVALID KEY
                   MOVE "no case with that number" TO cm-message
               NOT INVALID KEY
                   PERFORM add-case-detail-to-vars
           END-READ.
           CLOSE cases-file.

       add-case-detail-to-vars.

           MOVE "caseid" TO COW-varname(1).
           MOVE FUNCTION TRIM(CASE-ID) TO COW-varvalue(1).
           MOVE "casecust" TO COW-varname(2).
           MOVE FUNCTION TRIM(CASE-CUST-ID) TO COW-varvalue(2).
           MOVE "casecategory" TO COW-varname(3).
           MOVE FUNCTION TRIM(CASE-CATEGORY) TO COW-varvalue(3).
           MOVE "casetext" TO COW-varname(4).
           MOVE FUNCTION TRIM(CASE-TEXT) TO COW-varvalue(4).
           MOVE CASE-STATUS TO cm-status-code.
           PERFORM set-status-text.
           MOVE "casestatus" TO COW-varname(5).
           MOVE FUNCTION TRIM(cm-status-text) TO COW-varvalue(5).
           MOVE "caseassignee" TO COW-varname(6).
           MOVE FUNCTION TRIM(CASE-ASSIGNEE) TO COW-varvalue(6).
           MOVE "caseopened" TO COW-varname(7).
           MOVE CASE-OPENED TO COW-varvalue(7).
           MOVE "caseopenedby" TO COW-varname(8).
           MOVE FUNCTION TRIM(CASE-OPENED-BY) TO COW-varvalue(8).
           MOVE "casedue" TO COW-varname(9).
           MOVE CASE-DUE TO COW-varvalue(9).
           MOVE "caseresolved" TO COW-varname(10).
           MOVE CASE-RESOLVED TO COW-varvalue(10).
           MOVE CASE-HIST-COUNT TO cm-count-disp.
           MOVE "histcount" TO COW-varname(11).
           MOVE FUNCTION TRIM(cm-count-disp) TO COW-varvalue(11).

           PERFORM VARYING cm-h FROM 1 BY 1
                   UNTIL cm-h > CASE-HIST-COUNT OR cm-h > cm-hist-max
               PERFORM add-history-to-vars
           END-PERFORM.

       add-history-to-vars.

           COMPUTE cm-shown = cm-h - 1.
           MOVE cm-shown TO cm-shown-disp.

           COMPUTE cm-var-ctr = (cm-shown * 6) + 21.
           MOVE CASE-H-WHEN(cm-h) TO COW-varvalue(cm-var-ctr).
           STRING "h" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "when" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           MOVE FUNCTION TRIM(CASE-H-USER(cm-h))
               TO COW-varvalue(cm-var-ctr).
           STRING "h" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "user" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           MOVE CASE-H-FROM(cm-h) TO cm-status-code.
           PERFORM set-status-text.
           IF CASE-H-FROM(cm-h) = SPACE
               MOVE "-" TO cm-status-text
           END-IF.
           MOVE FUNCTION TRIM(cm-status-text)
               TO COW-varvalue(cm-var-ctr).
           STRING "h" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "from" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           MOVE CASE-H-TO(cm-h) TO cm-status-code.
           PERFORM set-status-text.
           MOVE FUNCTION TRIM(cm-status-text)
               TO COW-varvalue(cm-var-ctr).
           STRING "h" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "to" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           MOVE FUNCTION TRIM(CASE-H-ASSIGNEE(cm-h))
               TO COW-varvalue(cm-var-ctr).
           STRING "h" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "assignee" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           MOVE FUNCTION TRIM(CASE-H-REMARK(cm-h))
               TO COW-varvalue(cm-var-ctr).
           STRING "h" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "remark" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).

      *****************************************************************
      *** The work list, up to 20 cases in number order, eight      ***
      *** slots each from slot 121.                                 ***
      *****************************************************************
       show-case-list.

           MOVE 0 TO cm-shown.

           OPEN INPUT cases-file.
           IF cases-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ cases-file NEXT RECORD
               AT END MOVE "10" TO cases-file-status
           END-READ.
           PERFORM UNTIL cases-file-status NOT = "00"
               OR cm-shown >= cm-shown-max
               PERFORM judge-case-wanted
               IF cm-wanted = "Y"
                   PERFORM add-case-to-vars
                   ADD 1 TO cm-shown
               END-IF
               READ cases-file NEXT RECORD
                   AT END MOVE "10" TO cases-file-status
               END-READ
           END-PERFORM.

           CLOSE cases-file.

       judge-case-wanted.

           MOVE "N" TO cm-wanted.
           EVALUATE FUNCTION TRIM(cm-view)
               WHEN "all"
                   MOVE "Y" TO cm-wanted
               WHEN "mine"
                   IF CASE-STATUS NOT = "R"
                      AND CASE-ASSIGNEE = SESS-USER OF the-session
                       MOVE "Y" TO cm-wanted
                   END-IF
               WHEN "breach"
                   IF CASE-STATUS NOT = "R" AND CASE-DUE < cm-today
                       MOVE "Y" TO cm-wanted
                   END-IF
               WHEN OTHER
                   IF CASE-STATUS NOT = "R"
                       MOVE "Y" TO cm-wanted
                   END-IF
           END-EVALUATE.

       add-case-to-vars.

           MOVE cm-shown TO cm-shown-disp.
           COMPUTE cm-var-ctr = (cm-shown * 8) + 121.

           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "id" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           MOVE FUNCTION TRIM(CASE-ID) TO COW-varvalue(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "cust" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           MOVE FUNCTION TRIM(CASE-CUST-ID) TO COW-varvalue(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "category" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           MOVE FUNCTION TRIM(CASE-CATEGORY)
               TO COW-varvalue(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "text" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           MOVE FUNCTION TRIM(CASE-TEXT) TO COW-varvalue(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           MOVE CASE-STATUS TO cm-status-code.
           PERFORM set-status-text.
           MOVE FUNCTION TRIM(cm-status-text)
               TO COW-varvalue(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "assignee" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           MOVE FUNCTION TRIM(CASE-ASSIGNEE)
               TO COW-varvalue(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "due" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           MOVE CASE-DUE TO COW-varvalue(cm-var-ctr).

           ADD 1 TO cm-var-ctr.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-shown-disp) DELIMITED BY SIZE
                  "late" DELIMITED BY SIZE
               INTO COW-varname(cm-var-ctr).
           IF CASE-STATUS NOT = "R" AND CASE-DUE < cm-today
               MOVE "PAST DUE" TO COW-varvalue(cm-var-ctr)
           END-IF.
