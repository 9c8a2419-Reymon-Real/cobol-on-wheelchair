      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  right-to-erasure requests carried out nightly    ***
      *** UPDATE:  a legal hold defers an erasure or keeps its held ***
      ***          entries                                          ***
      *** UPDATE:  the erasure's master rewrite goes on the change  ***
      ***          history                                          ***
      *** UPDATE:  direct debit mandates' bank details are erased   ***
      ***          too                                              ***
      *****************************************************************
      *** Batch job, run nightly straight after rotateaudit:        ***
      *** carries out every right-to-erasure request a second admin ***
      *** has approved at /admin/approvals (kind "customer", action ***
      *** "erase", filed from /admin/sar) and that the erasure      ***
      *** register data/erasures.log (erasefld) doesn't list yet.   ***
      *** The customer's personal fields are overwritten with the   ***
      *** tombstone "*ERASED*" - the keys and the books stay:       ***
      ***  - the master: name, email, address lines, city,          ***
      ***    postcode and phone; mail, SMS and campaigns are        ***
      ***    switched off and the record is left inactive, stamped  ***
      ***    by the tombstone, which purgecustomers never removes - ***
      ***    the orders and invoices must keep their customer for   ***
      ***    as long as the tax retention runs;                     ***
      ***  - the linked portal accounts: email and mobile, and the  ***
      ***    login is disabled (the name stays - it is the key the  ***
      ***    orders and notes record);                              ***
      ***  - the contact notes' free text;                          ***
      ***  - the direct debit mandates' account holder and account  ***
      ***    number; an active mandate is ended so nothing more is  ***
      ***    collected under it;                                    ***
      ***  - the personal fields inside every before/after image on ***
      ***    the change history;                                    ***
      ***  - the portal accounts' saved calculations (the owner),   ***
      ***    their request-audit entries in every dated archive and ***
      ***    the live file (user, address and the query string),    ***
      ***    and the calculation history entries those requests     ***
      ***    made (the address).                                    ***
      *** Orders, invoices, receipts and credit notes are not       ***
      *** touched. Attached documents are counted for the officer   ***
      *** to review by hand. Every erasure gets a certificate,      ***
      *** data/erasure_<id>_<yyyymmdd>.txt, registered in the       ***
      *** report spool: what was overwritten, dataset by dataset,   ***
      *** by key and count - never a personal value. Master and     ***
      *** user rewrites are journalled so the standby follows, and  ***
      *** the master rewrite goes on the change history as an       ***
      *** "erase" (crmfeed passes it on to the CRM). An             ***
      *** erasure that can't be carried out in full is not put on   ***
      *** the register and goes again the next night (the tombstone ***
      *** is harmless twice); the job then ends RC 8.               ***
      *** A legal hold (checkhold) comes before an erasure: a       ***
      *** customer held by id, or through one of its portal logins, ***
      *** is not touched at all until the hold is released, and an  ***
      *** entry dated inside a held range (a note, a change, a      ***
      *** saved calculation, a request or a calculation) is left as ***
      *** it is and counted on the certificate. Such an erasure is  ***
      *** registered with the hold that stopped it, and carried out ***
      *** again once that hold is released.                         ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. erasecustomers.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "apprdef.cbl".
           COPY "custdef.cbl".
           COPY "userdef.cbl".
           COPY "custnotedef.cbl".
           COPY "chistdef.cbl".
           COPY "savedef.cbl".
           COPY "upcatdef.cbl".
           COPY "holddef.cbl".
           COPY "manddef.cbl".

           SELECT register-file
               ASSIGN TO "data/erasures.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS register-file-status.

           SELECT cert-file
               ASSIGN TO cert-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cert-file-status.

           SELECT archindex-file
               ASSIGN TO "data/auditarchive.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archindex-file-status.

           SELECT auditin-file
               ASSIGN TO auditin-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditin-file-status.

           SELECT auditout-file
               ASSIGN TO auditout-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditout-file-status.

           SELECT calcin-file
               ASSIGN TO "data/calchistory.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS calcin-file-status.

           SELECT calcout-file
               ASSIGN TO "data/calchistory.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS calcout-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD pendingappr-file.
       01 pendingappr-record.
           COPY "apprfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD custnotes-file.
       01 custnote-record.
           COPY "custnotefld.cbl".

       FD custhist-file.
       01 custhist-record.
           COPY "chistfld.cbl".

       FD savedcalcs-file.
       01 savedcalc-record.
           COPY "savefld.cbl".

       FD uploadcat-file.
       01 uploadcat-record.
           COPY "upcatfld.cbl".

       FD legalholds-file.
       01 legalholds-record.
           COPY "holdfld.cbl".

       FD mandates-file.
       01 mandate-record.
           COPY "mandfld.cbl".

       FD register-file.
       01 register-record.
           COPY "erasefld.cbl".

       FD cert-file.
       01 cert-line PIC X(200).

       FD archindex-file.
       01 archindex-line PIC X(120).

       FD auditin-file.
       01 audit-record.
           COPY "auditfld.cbl".

       FD auditout-file.
       01 auditout-record.
           COPY "auditfld.cbl" REPLACING LEADING ==AUD== BY ==AUO==.

       FD calcin-file.
       01 calc-record.
           COPY "calcfld.cbl".

       FD calcout-file.
       01 calcout-record.
           COPY "calcfld.cbl" REPLACING LEADING ==CALC== BY ==CLO==.

       WORKING-STORAGE SECTION.
       77 pendingappr-file-status PIC X(2).
       77 customers-file-status   PIC X(2).
       77 users-file-status       PIC X(2).
       77 custnotes-file-status   PIC X(2).
       77 custhist-file-status    PIC X(2).
       77 savedcalcs-file-status  PIC X(2).
       77 uploadcat-file-status   PIC X(2).
       77 legalholds-file-status  PIC X(2).
       77 mandates-file-status    PIC X(2).
       77 register-file-status    PIC X(2).
       77 cert-file-status        PIC X(2).
       77 archindex-file-status   PIC X(2).
       77 auditin-file-status     PIC X(2).
       77 auditout-file-status    PIC X(2).
       77 calcin-file-status      PIC X(2).
       77 calcout-file-status     PIC X(2).

       77 erased-mark    PIC X(8) VALUE "*ERASED*".
       77 run-stamp      PIC X(14).
       77 crypt-result   PIC X(01).

      *** Approvals already carried out, from the register.         ***
       78 done-max VALUE 2000.
       01 done-table.
          05 done-count   PIC 9(4) USAGE COMP-5 VALUE 0.
          05 done-appr-id PIC X(10) OCCURS 2000 TIMES.
       77 done-ix        PIC 9(4) USAGE COMP-5.
       77 already-done   PIC X(01).

      *** Approved erasures waiting tonight; more than fit wait for ***
      *** the next run.                                             ***
       78 todo-max VALUE 100.
       01 todo-table.
          05 todo-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 todo-entry OCCURS 100 TIMES.
             10 todo-appr-id  PIC X(10).
             10 todo-cust-id  PIC X(10).
             10 todo-req-by   PIC X(30).
             10 todo-req-when PIC X(21).
             10 todo-dec-by   PIC X(30).
             10 todo-dec-when PIC X(21).
       77 todo-ix        PIC 9(4) USAGE COMP-5.
       77 todo-waiting   PIC 9(4) USAGE COMP-5 VALUE 0.

      *** Legal holds: what checkhold is asked, what it answers,    ***
      *** and what they kept back from the customer in hand.        ***
       77 hk-cust-id     PIC X(10).
       77 hk-user        PIC X(30).
       77 hk-date        PIC X(8).
       77 hk-found       PIC X(01).
       77 hk-hold-id     PIC X(10).
       77 held-count     PIC 9(7) USAGE COMP-5.
       77 held-hold-id   PIC X(10).
       77 hold-standing  PIC X(01).

      *** The customer being erased and how it is going.            ***
       77 erase-cust-id  PIC X(10).
       77 erase-failed   PIC X(01).
       77 fail-text      PIC X(100).
       77 master-found   PIC X(01).
       77 old-name       PIC X(60).
       77 no-name        PIC X(60) VALUE SPACES.
       77 hist-action    PIC X(10) VALUE "erase".
       77 hist-user      PIC X(30) VALUE "erasecustomers".

      *** The customer's portal logins - what ties saved            ***
      *** calculations and request-audit entries to them.           ***
       78 portal-max VALUE 20.
       01 portal-table.
          05 portal-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 portal-user  PIC X(30) OCCURS 20 TIMES.
       77 portal-ix      PIC 9(4) USAGE COMP-5.
       77 portal-match   PIC X(01).
       77 match-user     PIC X(30).

      *** Trace ids of the portal logins' requests - what ties the  ***
      *** calculation history to them.                              ***
       78 trace-max VALUE 5000.
       01 trace-table.
          05 trace-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 trace-id    PIC X(21) OCCURS 5000 TIMES.
       77 trace-ix       PIC 9(4) USAGE COMP-5.
       77 trace-match    PIC X(01).
       77 trace-full     PIC X(01).

      *** A change-history image, laid over to reach its fields.    ***
       01 eh-image.
           COPY "custfld.cbl" REPLACING LEADING ==CUST== BY ==EH==.

       77 master-count   PIC 9(7) USAGE COMP-5.
       77 user-count     PIC 9(7) USAGE COMP-5.
       77 note-count     PIC 9(7) USAGE COMP-5.
       77 mandate-count  PIC 9(7) USAGE COMP-5.
       77 hist-count     PIC 9(7) USAGE COMP-5.
       77 save-count     PIC 9(7) USAGE COMP-5.
       77 audit-count    PIC 9(7) USAGE COMP-5.
       77 audit-files    PIC 9(7) USAGE COMP-5.
       77 calc-count     PIC 9(7) USAGE COMP-5.
       77 doc-count      PIC 9(7) USAGE COMP-5.
       77 cert-lines     PIC 9(7) USAGE COMP-5.
       77 erased-total   PIC 9(4) USAGE COMP-5 VALUE 0.
       77 failed-total   PIC 9(4) USAGE COMP-5 VALUE 0.
       77 deferred-total PIC 9(4) USAGE COMP-5 VALUE 0.
       77 partial-total  PIC 9(4) USAGE COMP-5 VALUE 0.
       77 count-disp     PIC Z(6)9.
       77 count-disp-2   PIC Z(6)9.
       77 cert-label     PIC X(50).
       77 cert-value     PIC 9(7) USAGE COMP-5.

       77 cert-file-name     PIC X(64).
       77 auditin-file-name  PIC X(64).
       77 auditout-file-name PIC X(64).
       77 file-changed       PIC X(01).
       77 query-pos          PIC 9(4) USAGE COMP-5.
       77 swap-command       PIC X(200).

      *** One line of the archive index: date, file, record count.  ***
       77 idx-date       PIC X(8).
       77 idx-file       PIC X(64).
       77 idx-count      PIC X(10).
       77 last-idx-file  PIC X(64).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 security-event.
           COPY "secevtfld.cbl".

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-erasecustomers.

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.

           PERFORM load-register.
           PERFORM collect-approved-erasures.

           IF todo-count = 0
               DISPLAY "erasecustomers: no approved erasure waiting."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING todo-ix FROM 1 BY 1
                   UNTIL todo-ix > todo-count
               PERFORM erase-one-customer
           END-PERFORM.

           DISPLAY "erasecustomers: " erased-total " customer(s) "
               "erased, " failed-total " left for the next run.".
           IF deferred-total > 0 OR partial-total > 0
               DISPLAY "erasecustomers: " deferred-total " deferred "
                   "and " partial-total " carried out in part under "
                   "a legal hold."
           END-IF.
           IF todo-waiting > 0
               DISPLAY "erasecustomers: " todo-waiting " more approved "
                   "erasure(s) wait for the next run."
           END-IF.

           IF failed-total > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       load-register.

           OPEN INPUT register-file.
           IF register-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ register-file
               AT END MOVE "10" TO register-file-status
           END-READ.
           PERFORM UNTIL register-file-status NOT = "00"
               MOVE "Y" TO hold-standing
               IF ERA-HELD-BY NOT = SPACES
                   PERFORM judge-hold-standing
               END-IF
               IF done-count < done-max AND ERA-APPR-ID NOT = SPACES
                  AND hold-standing = "Y"
                   ADD 1 TO done-count
                   MOVE ERA-APPR-ID TO done-appr-id(done-count)
               END-IF
               READ register-file
                   AT END MOVE "10" TO register-file-status
               END-READ
           END-PERFORM.

           CLOSE register-file.

      *** An erasure a hold kept in part is done for as long as     ***
      *** that hold stands - or can't be shown to have ended.       ***
       judge-hold-standing.

           OPEN INPUT legalholds-file.
           IF legalholds-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ERA-HELD-BY TO HOLD-ID.
           READ legalholds-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HOLD-STATUS NOT = "A"
                       MOVE "N" TO hold-standing
                   END-IF
           END-READ.
           CLOSE legalholds-file.

      *****************************************************************
      *** Approved, of the erase kind, and not on the register.     ***
      *****************************************************************
       collect-approved-erasures.

           OPEN INPUT pendingappr-file.
           IF pendingappr-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ pendingappr-file NEXT RECORD
               AT END MOVE "10" TO pendingappr-file-status
           END-READ.
           PERFORM UNTIL pendingappr-file-status NOT = "00"
               IF FUNCTION TRIM(APPR-KIND) = "customer"
                  AND FUNCTION TRIM(APPR-ACTION) = "erase"
                  AND APPR-STATUS = "A"
                   PERFORM take-one-erasure
               END-IF
               READ pendingappr-file NEXT RECORD
                   AT END MOVE "10" TO pendingappr-file-status
               END-READ
           END-PERFORM.

           CLOSE pendingappr-file.

       take-one-erasure.

           MOVE "N" TO already-done.
           PERFORM VARYING done-ix FROM 1 BY 1
                   UNTIL done-ix > done-count
               IF done-appr-id(done-ix) = APPR-ID
                   MOVE "Y" TO already-done
               END-IF
           END-PERFORM.
           IF already-done = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF todo-count >= todo-max
               ADD 1 TO todo-waiting
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO todo-count.
           MOVE APPR-ID       TO todo-appr-id(todo-count).
           MOVE APPR-TARGET   TO todo-cust-id(todo-count).
           MOVE APPR-REQ-BY   TO todo-req-by(todo-count).
           MOVE APPR-REQ-WHEN TO todo-req-when(todo-count).
           MOVE APPR-DEC-BY   TO todo-dec-by(todo-count).
           MOVE APPR-DEC-WHEN TO todo-dec-when(todo-count).

      *****************************************************************
      *** One erasure, dataset by dataset, each one's count on the  ***
      *** certificate as it is done. No certificate, no erasure.    ***
      *****************************************************************
       erase-one-customer.

           MOVE todo-cust-id(todo-ix) TO erase-cust-id.
           MOVE "N" TO erase-failed.
           MOVE SPACES TO fail-text.
           MOVE 0 TO master-count user-count note-count hist-count
               mandate-count
               save-count audit-count audit-files calc-count doc-count
               cert-lines.
           MOVE 0 TO portal-count trace-count held-count.
           MOVE "N" TO trace-full.
           MOVE SPACES TO held-hold-id.

           PERFORM judge-erasure-held.
           IF hk-found = "Y"
               DISPLAY "erasecustomers: customer "
                   FUNCTION TRIM(erase-cust-id) " is under legal hold "
                   FUNCTION TRIM(hk-hold-id) " - erasure deferred "
                   "until it is released."
               ADD 1 TO deferred-total
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO cert-file-name.
           STRING "data/erasure_"              DELIMITED BY SIZE
                  FUNCTION TRIM(erase-cust-id) DELIMITED BY SIZE
                  "_"                          DELIMITED BY SIZE
                  run-stamp(1:8)               DELIMITED BY SIZE
                  ".txt"                       DELIMITED BY SIZE
               INTO cert-file-name
           END-STRING.

           OPEN OUTPUT cert-file.
           IF cert-file-status NOT = "00"
               DISPLAY "erasecustomers: " FUNCTION TRIM(cert-file-name)
                   " could not be written - customer "
                   FUNCTION TRIM(erase-cust-id) " not erased."
               ADD 1 TO failed-total
               EXIT PARAGRAPH
           END-IF.

           PERFORM write-cert-heading.

           PERFORM erase-customer-master.
           PERFORM erase-portal-users.
           PERFORM erase-contact-notes.
           PERFORM erase-debit-mandates.
           PERFORM erase-change-history.
           PERFORM erase-saved-calcs.
           PERFORM erase-audit-trail.
           PERFORM erase-calc-history.
           PERFORM list-customer-documents.

           PERFORM write-cert-closing.
           CLOSE cert-file.

           MOVE cert-file-name TO rpt-reg-name.
           MOVE "erasecustomers" TO rpt-reg-program.
           MOVE cert-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           IF erase-failed = "Y"
               ADD 1 TO failed-total
               DISPLAY "erasecustomers: customer "
                   FUNCTION TRIM(erase-cust-id) " not fully erased - "
                   FUNCTION TRIM(fail-text)
           ELSE
               PERFORM append-register-line
               IF held-count > 0
                   ADD 1 TO partial-total
               ELSE
                   ADD 1 TO erased-total
               END-IF
           END-IF.

      *****************************************************************
      *** A hold on the customer, or on any of its portal logins,   ***
      *** puts the whole erasure off.                               ***
      *****************************************************************
       judge-erasure-held.

           MOVE erase-cust-id TO hk-cust-id.
           MOVE SPACES TO hk-user hk-date.
           CALL "checkhold" USING hk-cust-id hk-user hk-date
               hk-found hk-hold-id END-CALL.
           IF hk-found = "Y" OR erase-cust-id = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT users-file.
           IF users-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ users-file NEXT RECORD
               AT END MOVE "10" TO users-file-status
           END-READ.
           PERFORM UNTIL users-file-status NOT = "00"
               OR hk-found = "Y"
               IF USR-CUST-ID = erase-cust-id
                   MOVE SPACES   TO hk-cust-id hk-date
                   MOVE USR-NAME TO hk-user
                   CALL "checkhold" USING hk-cust-id hk-user
                       hk-date hk-found hk-hold-id END-CALL
               END-IF
               READ users-file NEXT RECORD
                   AT END MOVE "10" TO users-file-status
               END-READ
           END-PERFORM.
           CLOSE users-file.

      *** One dated entry, its day in hk-date: is it inside a       ***
      *** held range? Held entries are counted for the certificate. ***
       judge-entry-held.

           MOVE SPACES TO hk-cust-id hk-user.
           CALL "checkhold" USING hk-cust-id hk-user hk-date
               hk-found hk-hold-id END-CALL.
           IF hk-found = "Y"
               ADD 1 TO held-count
               IF held-hold-id = SPACES
                   MOVE hk-hold-id TO held-hold-id
               END-IF
           END-IF.

       write-cert-heading.

           MOVE SPACES TO cert-line.
           STRING "CERTIFICATE OF ERASURE - customer " DELIMITED BY SIZE
                  FUNCTION TRIM(erase-cust-id)         DELIMITED BY SIZE
                  ", run "                             DELIMITED BY SIZE
                  run-stamp                            DELIMITED BY SIZE
               INTO cert-line
           END-STRING.
           PERFORM put-cert-line.

           MOVE SPACES TO cert-line.
           STRING "approval "                       DELIMITED BY SIZE
                  FUNCTION TRIM(todo-appr-id(todo-ix))
                                                    DELIMITED BY SIZE
                  ": requested by "                 DELIMITED BY SIZE
                  FUNCTION TRIM(todo-req-by(todo-ix))
                                                    DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  todo-req-when(todo-ix)(1:14)      DELIMITED BY SIZE
                  ", approved by "                  DELIMITED BY SIZE
                  FUNCTION TRIM(todo-dec-by(todo-ix))
                                                    DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  todo-dec-when(todo-ix)(1:14)      DELIMITED BY SIZE
               INTO cert-line
           END-STRING.
           PERFORM put-cert-line.

           MOVE SPACES TO cert-line.
           STRING "personal fields below were overwritten with "
                                                    DELIMITED BY SIZE
                  erased-mark                       DELIMITED BY SIZE
                  "; keys and financial records kept"
                                                    DELIMITED BY SIZE
               INTO cert-line
           END-STRING.
           PERFORM put-cert-line.

       put-cert-line.

           WRITE cert-line.
           ADD 1 TO cert-lines.

       put-cert-count.

           MOVE cert-value TO count-disp.
           MOVE SPACES TO cert-line.
           STRING "  "                      DELIMITED BY SIZE
                  FUNCTION TRIM(cert-label) DELIMITED BY SIZE
                  ": "                      DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
               INTO cert-line
           END-STRING.
           PERFORM put-cert-line.

       note-failure.

           MOVE "Y" TO erase-failed.
           IF fail-text = SPACES
               MOVE cert-label TO fail-text
           END-IF.
           MOVE SPACES TO cert-line.
           STRING "  NOT DONE - "           DELIMITED BY SIZE
                  FUNCTION TRIM(cert-label) DELIMITED BY SIZE
               INTO cert-line
           END-STRING.
           PERFORM put-cert-line.

      *****************************************************************
      *** The master keeps its id, its terms, its credit and its    ***
      *** company; the personal fields go. Opened first only so the ***
      *** old name can leave the sounds-like index - a record no    ***
      *** held key opens is overwritten all the same.               ***
      *****************************************************************
       erase-customer-master.

           MOVE "N" TO master-found.
           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "the customer master could not be opened"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           MOVE erase-cust-id TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO master-found
                   PERFORM overwrite-master-record
           END-READ.

           CLOSE customers-file.

           IF master-found = "N"
               MOVE "  customer master: no record on file"
                   TO cert-line
               PERFORM put-cert-line
           ELSE
               MOVE "customer master (name, email, address, city, "
                 & "postcode, phone)" TO cert-label
               MOVE master-count TO cert-value
               PERFORM put-cert-count
           END-IF.

       overwrite-master-record.

           MOVE customer-record TO jf-before.

           MOVE SPACES TO old-name.
           CALL "custcrypt" USING "O" customer-record crypt-result
               END-CALL.
           IF crypt-result = "Y"
               MOVE CUST-NAME TO old-name
           END-IF.

           MOVE erased-mark TO CUST-NAME CUST-EMAIL CUST-ADDR1
               CUST-ADDR2 CUST-CITY CUST-POSTCODE CUST-PHONE.
           MOVE "Y" TO CUST-NO-MARKETING CUST-NO-EMAIL CUST-NO-SMS.
           IF CUST-STATUS NOT = "I"
               MOVE "I" TO CUST-STATUS
               MOVE FUNCTION CURRENT-DATE TO CUST-INACT-WHEN
           END-IF.
           MOVE erased-mark TO CUST-INACT-BY.
           MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED.

      *** Sealed afresh like any other write; no lookup key - no    ***
      *** address search may ever land on an erased customer.       ***
           MOVE SPACE TO CUST-SEALED.
           MOVE 0 TO CUST-KEY-VER.
           MOVE SPACES TO CUST-SEAL-SALT.
           CALL "custcrypt" USING "S" customer-record crypt-result
               END-CALL.
           MOVE SPACES TO CUST-EMAIL-KEY.

           REWRITE customer-record
               INVALID KEY
                   MOVE "the customer master could not be rewritten"
                       TO cert-label
                   PERFORM note-failure
               NOT INVALID KEY
                   ADD 1 TO master-count
                   MOVE "customers" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CUST-ID TO jf-key
                   MOVE customer-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   IF old-name NOT = SPACES
                       CALL "updatephonidx" USING old-name no-name
                           erase-cust-id END-CALL
                   END-IF
                   CALL "logcustchange" USING erase-cust-id
                       hist-action jf-before jf-after hist-user
                       END-CALL
           END-REWRITE.

      *****************************************************************
      *** Every portal login linked to the customer: contact        ***
      *** details overwritten, the login disabled, the name kept    ***
      *** for what follows.                                         ***
      *****************************************************************
       erase-portal-users.

           OPEN I-O users-file.
           IF users-file-status = "35"
               EXIT PARAGRAPH
           END-IF.
           IF users-file-status NOT = "00"
               MOVE "the users dataset could not be opened"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           READ users-file NEXT RECORD
               AT END MOVE "10" TO users-file-status
           END-READ.
           PERFORM UNTIL users-file-status NOT = "00"
               IF USR-CUST-ID = erase-cust-id
                  AND erase-cust-id NOT = SPACES
                   PERFORM overwrite-portal-user
               END-IF
               READ users-file NEXT RECORD
                   AT END MOVE "10" TO users-file-status
               END-READ
           END-PERFORM.

           CLOSE users-file.

           MOVE "portal logins (email, mobile; login disabled)"
               TO cert-label.
           MOVE user-count TO cert-value.
           PERFORM put-cert-count.
           PERFORM VARYING portal-ix FROM 1 BY 1
                   UNTIL portal-ix > portal-count
               MOVE SPACES TO cert-line
               STRING "    login "                 DELIMITED BY SIZE
                      FUNCTION TRIM(portal-user(portal-ix))
                                                   DELIMITED BY SIZE
                   INTO cert-line
               END-STRING
               PERFORM put-cert-line
           END-PERFORM.

       overwrite-portal-user.

           IF portal-count >= portal-max
               MOVE "more portal logins than one run can follow"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO portal-count.
           MOVE USR-NAME TO portal-user(portal-count).

           MOVE user-record TO jf-before.
           MOVE erased-mark TO USR-EMAIL USR-MOBILE.
           MOVE "N" TO USR-ENABLED.

           REWRITE user-record
               INVALID KEY
                   MOVE "a portal login could not be rewritten"
                       TO cert-label
                   PERFORM note-failure
               NOT INVALID KEY
                   ADD 1 TO user-count
                   MOVE "users" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE USR-NAME TO jf-key
                   MOVE user-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   MOVE SPACES TO security-event
                   MOVE "account.disabled" TO SEC-EVENT
                   MOVE "erasecustomers" TO SEC-USER
                   MOVE USR-NAME TO SEC-TARGET
                   MOVE "portal login of an erased customer"
                       TO SEC-DETAIL
                   CALL "logsecevent" USING security-event END-CALL
           END-REWRITE.

       erase-contact-notes.

           OPEN I-O custnotes-file.
           IF custnotes-file-status = "35"
               PERFORM put-note-count
               EXIT PARAGRAPH
           END-IF.
           IF custnotes-file-status NOT = "00"
               MOVE "the contact notes could not be opened"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           MOVE erase-cust-id TO NOTE-CUST-ID.
           MOVE 0 TO NOTE-SEQ.
           START custnotes-file KEY NOT < NOTE-KEY
               INVALID KEY MOVE "10" TO custnotes-file-status
           END-START.

           IF custnotes-file-status = "00"
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
               PERFORM UNTIL custnotes-file-status NOT = "00"
                   OR NOTE-CUST-ID NOT = erase-cust-id
                   MOVE NOTE-WHEN(1:8) TO hk-date
                   PERFORM judge-entry-held
                   IF hk-found = "N"
                       PERFORM overwrite-contact-note
                   END-IF
                   READ custnotes-file NEXT RECORD
                       AT END MOVE "10" TO custnotes-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE custnotes-file.
           PERFORM put-note-count.

       overwrite-contact-note.

           MOVE erased-mark TO NOTE-TEXT.
           REWRITE custnote-record
               INVALID KEY
                   MOVE "a contact note could not be rewritten"
                       TO cert-label
                   PERFORM note-failure
               NOT INVALID KEY
                   ADD 1 TO note-count
           END-REWRITE.

      *****************************************************************
      *** The customer's mandates, the contact notes' way: a        ***
      *** mandate signed inside a held range is left as it is.      ***
      *****************************************************************
       erase-debit-mandates.

           OPEN I-O mandates-file.
           IF mandates-file-status = "35"
               PERFORM put-mandate-count
               EXIT PARAGRAPH
           END-IF.
           IF mandates-file-status NOT = "00"
               MOVE "the direct debit mandates could not be opened"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           MOVE erase-cust-id TO MDT-CUST-ID.
           MOVE 0 TO MDT-NO.
           START mandates-file KEY NOT < MDT-KEY
               INVALID KEY MOVE "10" TO mandates-file-status
           END-START.

           IF mandates-file-status = "00"
               READ mandates-file NEXT RECORD
                   AT END MOVE "10" TO mandates-file-status
               END-READ
               PERFORM UNTIL mandates-file-status NOT = "00"
                   OR MDT-CUST-ID NOT = erase-cust-id
                   MOVE MDT-CREATED(1:8) TO hk-date
                   PERFORM judge-entry-held
                   IF hk-found = "N"
                       PERFORM overwrite-debit-mandate
                   END-IF
                   READ mandates-file NEXT RECORD
                       AT END MOVE "10" TO mandates-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE mandates-file.
           PERFORM put-mandate-count.

      *** Sealed afresh like the master, over the tombstone.        ***
       overwrite-debit-mandate.

           MOVE mandate-record TO jf-before.
           MOVE erased-mark TO MDT-HOLDER MDT-ACCOUNT.
           MOVE SPACES TO MDT-ACCT-TAIL.
           IF MDT-STATUS = "A"
               MOVE "E" TO MDT-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MDT-CHANGED.
           MOVE hist-user TO MDT-CHANGED-BY.
           MOVE SPACE TO MDT-SEALED.
           MOVE 0 TO MDT-KEY-VER.
           MOVE SPACES TO MDT-SEAL-SALT.
           CALL "mandcrypt" USING "S" mandate-record crypt-result
               END-CALL.

           REWRITE mandate-record
               INVALID KEY
                   MOVE "a direct debit mandate could not be rewritten"
                       TO cert-label
                   PERFORM note-failure
               NOT INVALID KEY
                   ADD 1 TO mandate-count
                   MOVE "mandates" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE MDT-KEY TO jf-key
                   MOVE mandate-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       put-mandate-count.

           MOVE "direct debit mandates (holder, account)" TO cert-label.
           MOVE mandate-count TO cert-value.
           PERFORM put-cert-count.

       put-note-count.

           MOVE "contact notes (text)" TO cert-label.
           MOVE note-count TO cert-value.
           PERFORM put-cert-count.

      *****************************************************************
      *** The history's images hold the old personal fields, sealed ***
      *** or not: each image's fields are overwritten in place and  ***
      *** the image left unsealed - there is nothing left to seal.  ***
      *** The change's chain digest stays as filed; verifychain     ***
      *** takes the register's word for a tombstoned change.        ***
      *****************************************************************
       erase-change-history.

           OPEN I-O custhist-file.
           IF custhist-file-status = "35"
               PERFORM put-hist-count
               EXIT PARAGRAPH
           END-IF.
           IF custhist-file-status NOT = "00"
               MOVE "the change history could not be opened"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           READ custhist-file NEXT RECORD
               AT END MOVE "10" TO custhist-file-status
           END-READ.
           PERFORM UNTIL custhist-file-status NOT = "00"
               IF CH-CUST-ID = erase-cust-id
                   MOVE CH-WHEN(1:8) TO hk-date
                   PERFORM judge-entry-held
                   IF hk-found = "N"
                       PERFORM overwrite-history-images
                   END-IF
               END-IF
               READ custhist-file NEXT RECORD
                   AT END MOVE "10" TO custhist-file-status
               END-READ
           END-PERFORM.

           CLOSE custhist-file.
           PERFORM put-hist-count.

       put-hist-count.

           MOVE "change history entries (before/after images)"
               TO cert-label.
           MOVE hist-count TO cert-value.
           PERFORM put-cert-count.

       overwrite-history-images.

           IF CH-BEFORE NOT = SPACES
               MOVE CH-BEFORE TO eh-image
               PERFORM tombstone-history-image
               MOVE eh-image TO CH-BEFORE
           END-IF.
           IF CH-AFTER NOT = SPACES
               MOVE CH-AFTER TO eh-image
               PERFORM tombstone-history-image
               MOVE eh-image TO CH-AFTER
           END-IF.

           REWRITE custhist-record
               INVALID KEY
                   MOVE "a change history entry could not be "
                     & "rewritten" TO cert-label
                   PERFORM note-failure
               NOT INVALID KEY
                   ADD 1 TO hist-count
           END-REWRITE.

       tombstone-history-image.

           MOVE erased-mark TO EH-NAME EH-EMAIL EH-ADDR1 EH-ADDR2
               EH-CITY EH-POSTCODE EH-PHONE.
           MOVE SPACE TO EH-SEALED.
           MOVE 0 TO EH-KEY-VER.
           MOVE SPACES TO EH-SEAL-SALT EH-EMAIL-KEY.

       erase-saved-calcs.

           IF portal-count = 0
               PERFORM put-save-count
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O savedcalcs-file.
           IF savedcalcs-file-status = "35"
               PERFORM put-save-count
               EXIT PARAGRAPH
           END-IF.
           IF savedcalcs-file-status NOT = "00"
               MOVE "the saved calculations could not be opened"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           READ savedcalcs-file NEXT RECORD
               AT END MOVE "10" TO savedcalcs-file-status
           END-READ.
           PERFORM UNTIL savedcalcs-file-status NOT = "00"
               MOVE SAVE-USER TO match-user
               PERFORM match-portal-user
               IF portal-match = "Y"
                   MOVE SAVE-STAMP(1:8) TO hk-date
                   PERFORM judge-entry-held
                   IF hk-found = "Y"
                       MOVE "N" TO portal-match
                   END-IF
               END-IF
               IF portal-match = "Y"
                   MOVE erased-mark TO SAVE-USER
                   REWRITE savedcalc-record
                       INVALID KEY
                           MOVE "a saved calculation could not be "
                             & "rewritten" TO cert-label
                           PERFORM note-failure
                       NOT INVALID KEY
                           ADD 1 TO save-count
                   END-REWRITE
               END-IF
               READ savedcalcs-file NEXT RECORD
                   AT END MOVE "10" TO savedcalcs-file-status
               END-READ
           END-PERFORM.

           CLOSE savedcalcs-file.
           PERFORM put-save-count.

       put-save-count.

           MOVE "saved calculations (owner)" TO cert-label.
           MOVE save-count TO cert-value.
           PERFORM put-cert-count.

      *** Is the user name in hand one of the customer's logins?    ***
       match-portal-user.

           MOVE "N" TO portal-match.
           IF match-user = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING portal-ix FROM 1 BY 1
                   UNTIL portal-ix > portal-count
               IF portal-user(portal-ix) = match-user
                   MOVE "Y" TO portal-match
               END-IF
           END-PERFORM.

      *****************************************************************
      *** The request audit trail, dated archives in the order the  ***
      *** index lists them and then the live file: each file with a ***
      *** login's entry in it is written again through a .new copy  ***
      *** with those entries tombstoned, and their trace ids kept   ***
      *** for the calculation history.                              ***
      *****************************************************************
       erase-audit-trail.

           IF portal-count = 0
               PERFORM put-audit-count
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO last-idx-file.
           OPEN INPUT archindex-file.
           IF archindex-file-status = "00"
               READ archindex-file
                   AT END MOVE "10" TO archindex-file-status
               END-READ
               PERFORM UNTIL archindex-file-status NOT = "00"
                   MOVE SPACES TO idx-date idx-file idx-count
                   UNSTRING archindex-line DELIMITED BY ALL SPACE
                       INTO idx-date idx-file idx-count
                   END-UNSTRING
      *** A second rotation the same day appended to the same file. ***
                   IF idx-file NOT = SPACES
                      AND idx-file NOT = last-idx-file
                       MOVE idx-file TO auditin-file-name
                       PERFORM rewrite-audit-file
                       MOVE idx-file TO last-idx-file
                   END-IF
                   READ archindex-file
                       AT END MOVE "10" TO archindex-file-status
                   END-READ
               END-PERFORM
               CLOSE archindex-file
           END-IF.

           MOVE "data/audit.log" TO auditin-file-name.
           PERFORM rewrite-audit-file.

           PERFORM put-audit-count.

       put-audit-count.

           MOVE audit-count TO count-disp.
           MOVE audit-files TO count-disp-2.
           MOVE SPACES TO cert-line.
           STRING "  request audit entries (user, address, query): "
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)     DELIMITED BY SIZE
                  " in "                        DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-2)   DELIMITED BY SIZE
                  " file(s)"                    DELIMITED BY SIZE
               INTO cert-line
           END-STRING.
           PERFORM put-cert-line.

       rewrite-audit-file.

           MOVE SPACES TO auditout-file-name.
           STRING FUNCTION TRIM(auditin-file-name) DELIMITED BY SIZE
                  ".new"                           DELIMITED BY SIZE
               INTO auditout-file-name
           END-STRING.

           OPEN INPUT auditin-file.
           IF auditin-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT auditout-file.
           IF auditout-file-status NOT = "00"
               CLOSE auditin-file
               MOVE "an audit file could not be copied" TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO file-changed.
           READ auditin-file
               AT END MOVE "10" TO auditin-file-status
           END-READ.
           PERFORM UNTIL auditin-file-status NOT = "00"
               PERFORM judge-one-audit-entry
               MOVE audit-record TO auditout-record
               WRITE auditout-record
               READ auditin-file
                   AT END MOVE "10" TO auditin-file-status
               END-READ
           END-PERFORM.

           CLOSE auditin-file.
           CLOSE auditout-file.

           MOVE SPACES TO swap-command.
           IF file-changed = "Y"
               ADD 1 TO audit-files
               STRING "mv "                         DELIMITED BY SIZE
                      FUNCTION TRIM(auditout-file-name)
                                                    DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      FUNCTION TRIM(auditin-file-name)
                                                    DELIMITED BY SIZE
                   INTO swap-command
               END-STRING
           ELSE
               STRING "rm -f "                      DELIMITED BY SIZE
                      FUNCTION TRIM(auditout-file-name)
                                                    DELIMITED BY SIZE
                   INTO swap-command
               END-STRING
           END-IF.
           CALL "SYSTEM" USING swap-command END-CALL.

       judge-one-audit-entry.

           MOVE AUD-USER TO match-user.
           PERFORM match-portal-user.
           IF portal-match NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF AUD-TRACE-ID NOT = SPACES
               IF trace-count < trace-max
                   ADD 1 TO trace-count
                   MOVE AUD-TRACE-ID TO trace-id(trace-count)
               ELSE
                   MOVE "Y" TO trace-full
               END-IF
           END-IF.

           MOVE AUD-TIMESTAMP(1:8) TO hk-date.
           PERFORM judge-entry-held.
           IF hk-found = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE erased-mark TO AUD-USER AUD-REMOTE-ADDR.
           MOVE 0 TO query-pos.
           INSPECT AUD-PATH TALLYING query-pos
               FOR CHARACTERS BEFORE INITIAL "?".
           IF query-pos < 254
               MOVE erased-mark TO AUD-PATH(query-pos + 2:)
           END-IF.

           ADD 1 TO audit-count.
           MOVE "Y" TO file-changed.

      *****************************************************************
      *** The calculations those requests made: the address is the  ***
      *** personal part - the operands and results are arithmetic.  ***
      *****************************************************************
       erase-calc-history.

           IF trace-count = 0
               PERFORM put-calc-count
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT calcin-file.
           IF calcin-file-status NOT = "00"
               PERFORM put-calc-count
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT calcout-file.
           IF calcout-file-status NOT = "00"
               CLOSE calcin-file
               MOVE "the calculation history could not be copied"
                   TO cert-label
               PERFORM note-failure
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO file-changed.
           READ calcin-file
               AT END MOVE "10" TO calcin-file-status
           END-READ.
           PERFORM UNTIL calcin-file-status NOT = "00"
               PERFORM judge-one-calc-entry
               MOVE calc-record TO calcout-record
               WRITE calcout-record
               READ calcin-file
                   AT END MOVE "10" TO calcin-file-status
               END-READ
           END-PERFORM.

           CLOSE calcin-file.
           CLOSE calcout-file.

           MOVE SPACES TO swap-command.
           IF file-changed = "Y"
               MOVE "mv data/calchistory.new data/calchistory.log"
                   TO swap-command
           ELSE
               MOVE "rm -f data/calchistory.new" TO swap-command
           END-IF.
           CALL "SYSTEM" USING swap-command END-CALL.

           PERFORM put-calc-count.

       put-calc-count.

           MOVE "calculation history entries (address)" TO cert-label.
           MOVE calc-count TO cert-value.
           PERFORM put-cert-count.
           IF trace-full = "Y"
               MOVE "more requests than one run can follow - "
                 & "calculation history only partly reached"
                   TO cert-label
               PERFORM note-failure
           END-IF.

       judge-one-calc-entry.

           IF CALC-TRACE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO trace-match.
           PERFORM VARYING trace-ix FROM 1 BY 1
                   UNTIL trace-ix > trace-count
                      OR trace-match = "Y"
               IF trace-id(trace-ix) = CALC-TRACE-ID
                   MOVE "Y" TO trace-match
               END-IF
           END-PERFORM.

           IF trace-match = "Y"
               MOVE CALC-TIMESTAMP(1:8) TO hk-date
               PERFORM judge-entry-held
               IF hk-found = "Y"
                   MOVE "N" TO trace-match
               END-IF
           END-IF.

           IF trace-match = "Y"
               MOVE erased-mark TO CALC-REMOTE-ADDR
               ADD 1 TO calc-count
               MOVE "Y" TO file-changed
           END-IF.

      *****************************************************************
      *** Attached documents are the officer's to review: listed by ***
      *** id only - the original file name may itself be personal.  ***
      *****************************************************************
       list-customer-documents.

           OPEN INPUT uploadcat-file.
           IF uploadcat-file-status = "00"
               READ uploadcat-file NEXT RECORD
                   AT END MOVE "10" TO uploadcat-file-status
               END-READ
               PERFORM UNTIL uploadcat-file-status NOT = "00"
                   IF DOC-CUST-ID = erase-cust-id
                      AND erase-cust-id NOT = SPACES
                       ADD 1 TO doc-count
                       MOVE SPACES TO cert-line
                       STRING "    document "       DELIMITED BY SIZE
                              FUNCTION TRIM(DOC-ID) DELIMITED BY SIZE
                              " - review by hand"   DELIMITED BY SIZE
                           INTO cert-line
                       END-STRING
                       PERFORM put-cert-line
                   END-IF
                   READ uploadcat-file NEXT RECORD
                       AT END MOVE "10" TO uploadcat-file-status
                   END-READ
               END-PERFORM
               CLOSE uploadcat-file
           END-IF.

           MOVE "attached documents left for review" TO cert-label.
           MOVE doc-count TO cert-value.
           PERFORM put-cert-count.

       write-cert-closing.

           MOVE "  kept: orders, invoices, receipts, credit notes and "
             & "every key; journal images and backups age out with "
             & "their retention" TO cert-line.
           PERFORM put-cert-line.

           IF held-count > 0
               MOVE SPACES TO cert-label
               STRING "entries kept under legal hold "
                                                DELIMITED BY SIZE
                      FUNCTION TRIM(held-hold-id) DELIMITED BY SIZE
                   INTO cert-label
               END-STRING
               MOVE held-count TO cert-value
               PERFORM put-cert-count
           END-IF.

           EVALUATE TRUE
               WHEN erase-failed = "Y"
                   MOVE SPACES TO cert-line
                   STRING "INCOMPLETE - "           DELIMITED BY SIZE
                          FUNCTION TRIM(fail-text)  DELIMITED BY SIZE
                          "; the erasure runs again next night"
                                                    DELIMITED BY SIZE
                       INTO cert-line
                   END-STRING
               WHEN held-count > 0
                   MOVE "PARTIAL - entered on the erasure register; "
                     & "the held entries follow once the hold is "
                     & "released" TO cert-line
               WHEN OTHER
                   MOVE "COMPLETE - entered on the erasure register"
                       TO cert-line
           END-EVALUATE.
           PERFORM put-cert-line.

       append-register-line.

           OPEN EXTEND register-file.
           IF register-file-status NOT = "00"
               OPEN OUTPUT register-file
           END-IF.

           MOVE SPACES TO register-record.
           MOVE todo-appr-id(todo-ix) TO ERA-APPR-ID.
           MOVE erase-cust-id TO ERA-CUST-ID.
           MOVE run-stamp TO ERA-STAMP.
           MOVE cert-file-name TO ERA-CERT.
           IF held-count > 0
               MOVE held-hold-id TO ERA-HELD-BY
           END-IF.
           WRITE register-record.

           CLOSE register-file.
