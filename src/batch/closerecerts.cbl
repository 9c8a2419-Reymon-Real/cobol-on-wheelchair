      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  deadline enforcement and the finished report for ***
      ***          the access recertifications                      ***
      *** UPDATE:  an account disabled at the deadline goes to the  ***
      ***          security event feed                              ***
      *****************************************************************
      *** Batch job, nightly: carries each open access              ***
      *** recertification on data/recerts.dat (certfld.cbl) along:  ***
      ***  - a line whose revocation was decided on the approvals   ***
      ***    screen becomes revoked (approved) or kept (rejected);  ***
      ***  - a line still undecided after its campaign's deadline   ***
      ***    has its account disabled here and now - journaled like ***
      ***    any users write - and is marked disabled;              ***
      ***  - a campaign with every line settled is finished: the    ***
      ***    review goes to data/recert-<campaign>.prn, registered  ***
      ***    with logreport for the reports screen, and its lines   ***
      ***    are stamped reported so it is written only once.       ***
      *** A revocation still waiting for its second admin holds the ***
      *** campaign open past the deadline until it is decided.      ***
      *** Exits with RETURN-CODE 8 when an overdue account could    ***
      *** not be disabled, so the night stops for someone to look.  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. closerecerts.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "certdef.cbl".
           COPY "userdef.cbl".
           COPY "apprdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD recerts-file.
       01 recert-record.
           COPY "certfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD pendingappr-file.
       01 pendingappr-record.
           COPY "apprfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 recerts-file-status     PIC X(2).
       77 users-file-status       PIC X(2).
       77 pendingappr-file-status PIC X(2).
       77 print-file-status       PIC X(2).
       77 print-file-name         PIC X(64) VALUE SPACES.
       77 cfs-failed              PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).
       77 run-stamp      PIC X(21).
       77 users-open     PIC X(01) VALUE "N".
       77 appr-open      PIC X(01) VALUE "N".
       77 disable-failed PIC X(01) VALUE "N".

      *** The campaign group being read, and the finished campaigns ***
      *** found on the way - reported once the pass is done.        ***
       77 group-campaign PIC X(6) VALUE SPACES.
       77 group-done     PIC X(01).
       77 group-reported PIC X(01).
       78 DONE-MAX VALUE 40.
       77 done-count     PIC 9(4) USAGE COMP-5 VALUE 0.
       77 done-ctr       PIC 9(4) USAGE COMP-5.
       01 done-table.
          05 done-campaign OCCURS 40 TIMES PIC X(6).

       77 settled-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 disabled-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 reported-count PIC 9(4) USAGE COMP-5 VALUE 0.

      *** One campaign's report.                                    ***
       77 rep-campaign   PIC X(6).
       77 rep-header-done PIC X(01).
       77 rep-accounts   PIC 9(7) USAGE COMP-5.
       77 rep-confirmed  PIC 9(7) USAGE COMP-5.
       77 rep-revoked    PIC 9(7) USAGE COMP-5.
       77 rep-kept       PIC 9(7) USAGE COMP-5.
       77 rep-disabled   PIC 9(7) USAGE COMP-5.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

       01 cert-line.
          05 cl-user      PIC X(20).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-role      PIC X(10).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-twofa     PIC X(3).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-login     PIC X(10).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-keys      PIC ZZ9.
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-outcome   PIC X(12).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-dec-by    PIC X(20).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-dec-when  PIC X(10).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-appr      PIC X(10).
          05 FILLER       PIC X(2) VALUE SPACES.
          05 cl-approver  PIC X(16).

       01 count-line.
          05 cnt-label    PIC X(40).
          05 FILLER       PIC X(15) VALUE SPACES.
          05 cnt-count    PIC Z(8)9.

       01 date-fields.
          05 date-in     PIC X(8).
          05 date-out    PIC X(10).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 security-event.
           COPY "secevtfld.cbl".

       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       PROCEDURE DIVISION.

       start-closerecerts.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           MOVE FUNCTION CURRENT-DATE TO run-stamp.

           OPEN I-O recerts-file.
           IF recerts-file-status NOT = "00"
               DISPLAY "closerecerts: no recertification on file."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT pendingappr-file.
           IF pendingappr-file-status = "00"
               MOVE "Y" TO appr-open
           END-IF.
           OPEN I-O users-file.
           IF users-file-status = "00"
               MOVE "Y" TO users-open
           END-IF.

           READ recerts-file NEXT RECORD
               AT END MOVE "10" TO recerts-file-status
           END-READ.
           PERFORM UNTIL recerts-file-status NOT = "00"
               IF CERT-CAMPAIGN NOT = group-campaign
                   PERFORM end-campaign-group
                   MOVE CERT-CAMPAIGN TO group-campaign
                   MOVE "Y" TO group-done
                   MOVE "N" TO group-reported
               END-IF
               IF CERT-REPORTED = SPACES
                   PERFORM settle-one-line
               ELSE
                   MOVE "Y" TO group-reported
               END-IF
               IF CERT-STATUS = "P" OR CERT-STATUS = "R"
                   MOVE "N" TO group-done
               END-IF
               READ recerts-file NEXT RECORD
                   AT END MOVE "10" TO recerts-file-status
               END-READ
           END-PERFORM.
           PERFORM end-campaign-group.

           IF users-open = "Y"
               CLOSE users-file
           END-IF.

           PERFORM VARYING done-ctr FROM 1 BY 1
                   UNTIL done-ctr > done-count
               MOVE done-campaign(done-ctr) TO rep-campaign
               PERFORM write-campaign-report
               PERFORM mark-campaign-reported
           END-PERFORM.

           IF appr-open = "Y"
               CLOSE pendingappr-file
           END-IF.
           CLOSE recerts-file.

           DISPLAY "closerecerts: " settled-count " line(s) settled, "
               disabled-count " account(s) disabled at the deadline, "
               reported-count " campaign(s) reported.".

           IF disable-failed = "Y"
               DISPLAY "closerecerts: an overdue account could not be "
                   "disabled - the users dataset was unavailable."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       end-campaign-group.

           IF group-campaign NOT = SPACES
              AND group-done = "Y"
              AND group-reported = "N"
              AND done-count < DONE-MAX
               ADD 1 TO done-count
               MOVE group-campaign TO done-campaign(done-count)
           END-IF.

       settle-one-line.

           EVALUATE CERT-STATUS
               WHEN "R"
                   PERFORM follow-revocation
               WHEN "P"
                   IF run-date > CERT-DEADLINE
                       PERFORM disable-unreviewed
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *** The revocation's fate is whatever the second admin        ***
      *** decided on the approvals screen.                          ***
      *****************************************************************
       follow-revocation.

           IF appr-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE CERT-APPR-ID TO APPR-ID.
           READ pendingappr-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.

           MOVE recert-record TO jf-before.
           EVALUATE APPR-STATUS
               WHEN "A"
                   MOVE "V" TO CERT-STATUS
               WHEN "R"
                   MOVE "K" TO CERT-STATUS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM rewrite-cert-line.

      *****************************************************************
      *** Unreviewed at the deadline: the account is disabled       ***
      *** without a second admin - the campaign itself was the      ***
      *** notice. An account already disabled is just recorded.     ***
      *****************************************************************
       disable-unreviewed.

           IF users-open NOT = "Y"
               MOVE "Y" TO disable-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE CERT-USER TO USR-NAME.
           READ users-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF USR-ENABLED NOT = "N"
                       PERFORM disable-one-account
                   END-IF
           END-READ.
           IF disable-failed = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE recert-record TO jf-before.
           MOVE "D" TO CERT-STATUS.
           MOVE "closerecerts" TO CERT-DEC-BY.
           MOVE run-stamp TO CERT-DEC-WHEN.
           MOVE "not reviewed by the deadline" TO CERT-NOTE.
           PERFORM rewrite-cert-line.

       disable-one-account.

           MOVE user-record TO jf-before.
           MOVE "N" TO USR-ENABLED.
           REWRITE user-record
               INVALID KEY
                   MOVE "Y" TO disable-failed
               NOT INVALID KEY
                   ADD 1 TO disabled-count
                   MOVE "users" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE USR-NAME TO jf-key
                   MOVE user-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   MOVE SPACES TO security-event
                   MOVE "account.disabled" TO SEC-EVENT
                   MOVE "closerecerts" TO SEC-USER
                   MOVE USR-NAME TO SEC-TARGET
                   MOVE "access not recertified by the deadline"
                       TO SEC-DETAIL
                   CALL "logsecevent" USING security-event END-CALL
           END-REWRITE.

       rewrite-cert-line.

           REWRITE recert-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO settled-count
                   MOVE "recerts" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CERT-KEY TO jf-key
                   MOVE recert-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** The finished review, one line per account, for the        ***
      *** auditors.                                                 ***
      *****************************************************************
       write-campaign-report.

           MOVE SPACES TO print-file-name.
           STRING "data/recert-" DELIMITED BY SIZE
                  rep-campaign   DELIMITED BY SIZE
                  ".prn"         DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE 0 TO page-number report-lines.
           MOVE 99 TO lines-on-page.
           MOVE 0 TO rep-accounts rep-confirmed rep-revoked rep-kept
               rep-disabled.
           MOVE "N" TO rep-header-done.

           MOVE rep-campaign TO CERT-CAMPAIGN.
           MOVE SPACES TO CERT-USER.
           START recerts-file KEY NOT < CERT-KEY
               INVALID KEY MOVE "10" TO recerts-file-status
               NOT INVALID KEY MOVE "00" TO recerts-file-status
           END-START.
           IF recerts-file-status = "00"
               READ recerts-file NEXT RECORD
                   AT END MOVE "10" TO recerts-file-status
               END-READ
           END-IF.
           PERFORM UNTIL recerts-file-status NOT = "00"
               OR CERT-CAMPAIGN NOT = rep-campaign
               IF rep-header-done = "N"
                   PERFORM print-campaign-header
                   MOVE "Y" TO rep-header-done
               END-IF
               PERFORM print-cert-line
               READ recerts-file NEXT RECORD
                   AT END MOVE "10" TO recerts-file-status
               END-READ
           END-PERFORM.

           PERFORM write-campaign-totals.

           CLOSE print-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "closerecerts" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.
           ADD 1 TO reported-count.

       print-campaign-header.

           MOVE SPACES TO print-line.
           MOVE CERT-DEADLINE TO date-in.
           PERFORM edit-date.
           STRING "REVIEWER "                  DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-REVIEWER) DELIMITED BY SIZE
                  "     DEADLINE "             DELIMITED BY SIZE
                  date-out                     DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.

           MOVE SPACES TO print-line.
           MOVE CERT-OPENED(1:8) TO date-in.
           PERFORM edit-date.
           STRING "OPENED "                     DELIMITED BY SIZE
                  date-out                      DELIMITED BY SIZE
                  " BY "                        DELIMITED BY SIZE
                  FUNCTION TRIM(CERT-OPENED-BY) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

       print-cert-line.

           ADD 1 TO rep-accounts.
           MOVE SPACES TO cert-line.
           MOVE CERT-USER TO cl-user.
           MOVE CERT-ROLE TO cl-role.
           MOVE CERT-2FA TO cl-twofa.
           IF CERT-LAST-LOGIN = SPACES
               MOVE "never" TO cl-login
           ELSE
               MOVE CERT-LAST-LOGIN(1:8) TO date-in
               PERFORM edit-date
               MOVE date-out TO cl-login
           END-IF.
           MOVE CERT-KEY-COUNT TO cl-keys.
           EVALUATE CERT-STATUS
               WHEN "C"
                   MOVE "confirmed" TO cl-outcome
                   ADD 1 TO rep-confirmed
               WHEN "V"
                   MOVE "revoked" TO cl-outcome
                   ADD 1 TO rep-revoked
               WHEN "K"
                   MOVE "kept" TO cl-outcome
                   ADD 1 TO rep-kept
               WHEN "D"
                   MOVE "disabled" TO cl-outcome
                   ADD 1 TO rep-disabled
               WHEN OTHER
                   MOVE CERT-STATUS TO cl-outcome
           END-EVALUATE.
           MOVE CERT-DEC-BY TO cl-dec-by.
           IF CERT-DEC-WHEN NOT = SPACES
               MOVE CERT-DEC-WHEN(1:8) TO date-in
               PERFORM edit-date
               MOVE date-out TO cl-dec-when
           END-IF.
           MOVE CERT-APPR-ID TO cl-appr.
           IF CERT-APPR-ID NOT = SPACES AND appr-open = "Y"
               MOVE CERT-APPR-ID TO APPR-ID
               READ pendingappr-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE APPR-DEC-BY TO cl-approver
               END-READ
           END-IF.
           MOVE cert-line TO print-line.
           PERFORM print-report-line.

           IF CERT-KEY-LIST NOT = SPACES
               MOVE SPACES TO print-line
               STRING "      API keys: "          DELIMITED BY SIZE
                      FUNCTION TRIM(CERT-KEY-LIST) DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM print-report-line
           END-IF.
           IF CERT-NOTE NOT = SPACES
               MOVE SPACES TO print-line
               STRING "      note: "          DELIMITED BY SIZE
                      FUNCTION TRIM(CERT-NOTE) DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM print-report-line
           END-IF.

       write-campaign-totals.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO count-line.
           MOVE "ACCOUNTS REVIEWED" TO cnt-label.
           MOVE rep-accounts TO cnt-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO count-line.
           MOVE "CONFIRMED" TO cnt-label.
           MOVE rep-confirmed TO cnt-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO count-line.
           MOVE "REVOKED (SECOND ADMIN APPROVED)" TO cnt-label.
           MOVE rep-revoked TO cnt-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO count-line.
           MOVE "KEPT (REVOCATION REJECTED)" TO cnt-label.
           MOVE rep-kept TO cnt-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO count-line.
           MOVE "DISABLED, NOT REVIEWED BY THE DEADLINE" TO cnt-label.
           MOVE rep-disabled TO cnt-count.
           MOVE count-line TO print-line.
           PERFORM print-report-line.

      *** Stamped on every line so the campaign is reported once.   ***
       mark-campaign-reported.

           MOVE rep-campaign TO CERT-CAMPAIGN.
           MOVE SPACES TO CERT-USER.
           START recerts-file KEY NOT < CERT-KEY
               INVALID KEY MOVE "10" TO recerts-file-status
               NOT INVALID KEY MOVE "00" TO recerts-file-status
           END-START.
           IF recerts-file-status = "00"
               READ recerts-file NEXT RECORD
                   AT END MOVE "10" TO recerts-file-status
               END-READ
           END-IF.
           PERFORM UNTIL recerts-file-status NOT = "00"
               OR CERT-CAMPAIGN NOT = rep-campaign
               MOVE recert-record TO jf-before
               MOVE run-date TO CERT-REPORTED
               REWRITE recert-record
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "recerts" TO jf-dataset
                       MOVE "R" TO jf-action
                       MOVE CERT-KEY TO jf-key
                       MOVE recert-record TO jf-after
                       CALL "logjournal" USING jf-dataset jf-action
                           jf-key jf-before jf-after END-CALL
               END-REWRITE
               READ recerts-file NEXT RECORD
                   AT END MOVE "10" TO recerts-file-status
               END-READ
           END-PERFORM.

       edit-date.

           MOVE SPACES TO date-out.
           STRING date-in(1:4) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  date-in(5:2) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  date-in(7:2) DELIMITED BY SIZE
               INTO date-out
           END-STRING.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere.        ***
      *****************************************************************
       print-report-line.

           IF lines-on-page >= PAGE-LINES
               PERFORM print-page-heading
           END-IF.
           WRITE print-line.
           ADD 1 TO lines-on-page.
           ADD 1 TO report-lines.

       print-page-heading.

           ADD 1 TO page-number.
           MOVE page-number TO page-number-disp.

           MOVE print-line TO held-line.
           MOVE run-date TO date-in.
           PERFORM edit-date.
           MOVE SPACES TO print-line.
           STRING "ACCESS RECERTIFICATION "       DELIMITED BY SIZE
                  rep-campaign                    DELIMITED BY SIZE
                  "     RUN DATE "                DELIMITED BY SIZE
                  date-out                        DELIMITED BY SIZE
                  "     PAGE "                    DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "ACCOUNT"     TO print-line(1:7).
           MOVE "ROLE"        TO print-line(23:4).
           MOVE "2FA"         TO print-line(35:3).
           MOVE "LAST LOGIN"  TO print-line(40:10).
           MOVE "KEYS"        TO print-line(51:4).
           MOVE "OUTCOME"     TO print-line(57:7).
           MOVE "DECIDED BY"  TO print-line(71:10).
           MOVE "ON"          TO print-line(93:2).
           MOVE "APPROVAL"    TO print-line(105:8).
           MOVE "APPROVER"    TO print-line(117:8).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           MOVE held-line TO print-line.
