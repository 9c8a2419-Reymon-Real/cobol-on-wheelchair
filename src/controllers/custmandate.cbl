      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  direct debit mandate maintenance for the         ***
      ***          customer detail view                             ***
      *** UPDATE:  mandates change only for staff granted the       ***
      ***          customer's trading company                       ***
      *****************************************************************
      *** Handles the mandate forms on showname's customer detail   ***
      *** page, the custcontract way: the posted custid must name a ***
      *** live customer, and the outcome rides a one-shot flash     ***
      *** back to the detail view. A posted "action" of:            ***
      ***  - "add" files a signed mandate (mandfld.cbl) under the   ***
      ***    next number off the shared key counter. Holder,        ***
      ***    account, bank code and the date signed are needed; the ***
      ***    mandate reference defaults to "DD" and the number. A   ***
      ***    customer has one active mandate at a time, so another  ***
      ***    is refused until the first is ended;                   ***
      ***  - "change" rewrites the active mandate's bank details -  ***
      ***    only what was posted non-blank changes. A new account  ***
      ***    or bank makes the next collection a first one again,   ***
      ***    the way the bank wants it;                             ***
      ***  - "end" marks the active mandate ended at the customer's ***
      ***    request; it stays on file for the record.              ***
      *** Holder and account are sealed (mandcrypt) before either   ***
      *** write, so the dataset and the journal images carry them   ***
      *** sealed, as the customer master's own fields are. Every    ***
      *** write is journalled like any other master write.          ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custmandate.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "manddef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD mandates-file.
       01 mandate-record.
           COPY "mandfld.cbl".

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 mandates-file-status  PIC X(2).

       77 cm-action       PIC X(90) VALUE SPACES.
       77 cm-custid-text  PIC X(90) VALUE SPACES.
       77 cm-mandate-text PIC X(90) VALUE SPACES.
       77 cm-holder-text  PIC X(90) VALUE SPACES.
       77 cm-account-text PIC X(90) VALUE SPACES.
       77 cm-bankid-text  PIC X(90) VALUE SPACES.
       77 cm-signed-text  PIC X(90) VALUE SPACES.
       77 cm-ref-text     PIC X(90) VALUE SPACES.
       77 cm-company      PIC X(4) VALUE SPACES.
       77 cm-co-granted   PIC X(01) VALUE "N".
       77 cm-flash        PIC X(90) VALUE SPACES.
       77 cm-target       PIC X(255) VALUE SPACES.

       77 cm-mandate-no   PIC 9(10) VALUE 0.
       77 cm-mandate-disp PIC Z(9)9.
       77 cm-active-no    PIC 9(10) VALUE 0.
       77 cm-account      PIC X(34).
       77 cm-acct-len     PIC 9(3).
       77 cm-scan         PIC 9(3).
       77 cm-crypt-result PIC X(01).
       77 cm-today        PIC X(8).

       77 cm-val-ok      PIC X(01).
       77 cm-val-message PIC X(90).
       01 cm-val-rules.
          COPY "valrule.cbl".

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

       start-custmandate.

           MOVE SPACES TO the-vars.

           MOVE SPACES TO cm-val-rules.
           MOVE "custid"  TO VAL-FIELD(1).
           MOVE "Y"       TO VAL-REQUIRED(1).
           MOVE "N"       TO VAL-NUMERIC(1).
           MOVE 10        TO VAL-MAXLEN(1).
           MOVE "action"  TO VAL-FIELD(2).
           MOVE "Y"       TO VAL-REQUIRED(2).
           MOVE "N"       TO VAL-NUMERIC(2).
           MOVE 10        TO VAL-MAXLEN(2).
           MOVE "holder"  TO VAL-FIELD(3).
           MOVE "N"       TO VAL-REQUIRED(3).
           MOVE "N"       TO VAL-NUMERIC(3).
           MOVE 60        TO VAL-MAXLEN(3).
           MOVE "account" TO VAL-FIELD(4).
           MOVE "N"       TO VAL-REQUIRED(4).
           MOVE "N"       TO VAL-NUMERIC(4).
           MOVE 40        TO VAL-MAXLEN(4).
           MOVE "bankid"  TO VAL-FIELD(5).
           MOVE "N"       TO VAL-REQUIRED(5).
           MOVE "N"       TO VAL-NUMERIC(5).
           MOVE 11        TO VAL-MAXLEN(5).
           MOVE "A"       TO VAL-FORMAT(5).
           MOVE "signed"  TO VAL-FIELD(6).
           MOVE "N"       TO VAL-REQUIRED(6).
           MOVE "N"       TO VAL-NUMERIC(6).
           MOVE 8         TO VAL-MAXLEN(6).
           MOVE "D"       TO VAL-FORMAT(6).
           MOVE "mandref" TO VAL-FIELD(7).
           MOVE "N"       TO VAL-REQUIRED(7).
           MOVE "N"       TO VAL-NUMERIC(7).
           MOVE 35        TO VAL-MAXLEN(7).

           CALL "validatefields" USING the-values cm-val-rules
               cm-val-ok cm-val-message END-CALL.

           IF cm-val-ok = "N"
               CALL "setstatus" USING
                   "400 Bad Request                         "
                   END-CALL
               MOVE "message" TO COW-varname(1)
               MOVE cm-val-message TO COW-varvalue(1)
               CALL 'cowtemplate' USING the-vars "error.cow"
                   the-session END-CALL
               GOBACK
           END-IF.

           CALL "getparam" USING the-values "custid"
               cm-custid-text END-CALL.
           CALL "getparam" USING the-values "action"
               cm-action END-CALL.
           CALL "getparam" USING the-values "mandate"
               cm-mandate-text END-CALL.
           CALL "getparam" USING the-values "holder"
               cm-holder-text END-CALL.
           CALL "getparam" USING the-values "account"
               cm-account-text END-CALL.
           CALL "getparam" USING the-values "bankid"
               cm-bankid-text END-CALL.
           CALL "getparam" USING the-values "signed"
               cm-signed-text END-CALL.
           CALL "getparam" USING the-values "mandref"
               cm-ref-text END-CALL.

           PERFORM verify-customer-exists.
           IF customers-file-status NOT = "00"
               CALL "setstatus" USING
                   "404 Not Found                           "
                   END-CALL
               MOVE "message" TO COW-varname(1)
               MOVE "no customer with that id" TO COW-varvalue(1)
               CALL 'cowtemplate' USING the-vars "error.cow"
                   the-session END-CALL
               GOBACK
           END-IF.

      *** Only staff whose role is granted the customer's trading   ***
      *** company may change its mandates.                          ***
           CALL "getcustcompany" USING CUST-ID cm-company END-CALL.
           CALL "checkcompany" USING SESS-USER OF the-session
               cm-company cm-co-granted END-CALL.
           IF cm-co-granted NOT = "Y"
               CALL "setstatus" USING
                   "403 Forbidden                           "
                   END-CALL
               MOVE "message" TO COW-varname(1)
               MOVE "that customer's trading company is not one your "
                 & "role is granted" TO COW-varvalue(1)
               CALL 'cowtemplate' USING the-vars "error.cow"
                   the-session END-CALL
               GOBACK
           END-IF.

           EVALUATE FUNCTION TRIM(cm-action)
               WHEN "add"
                   PERFORM do-add-mandate
               WHEN "change"
                   PERFORM do-change-mandate
               WHEN "end"
                   PERFORM do-end-mandate
               WHEN OTHER
                   MOVE "unknown mandate action" TO cm-flash
           END-EVALUATE.

           CALL "setflash" USING the-session cm-flash END-CALL.

           MOVE SPACES TO cm-target.
           STRING "/showname/" DELIMITED BY SIZE
                  FUNCTION TRIM(cm-custid-text) DELIMITED BY SIZE
               INTO cm-target
           END-STRING.
           CALL "redirectto" USING cm-target END-CALL.

           GOBACK.

       verify-customer-exists.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE FUNCTION TRIM(cm-custid-text) TO CUST-ID
               READ customers-file
                   INVALID KEY MOVE "23" TO customers-file-status
               END-READ
               CLOSE customers-file
           END-IF.
           IF customers-file-status = "00" AND CUST-STATUS = "I"
               MOVE "23" TO customers-file-status
           END-IF.

      *****************************************************************
      *** A new mandate. The number comes off the shared counter,   ***
      *** so a collision on the WRITE means a counter set behind    ***
      *** the dataset - reported, not retried.                      ***
      *****************************************************************
       do-add-mandate.

           IF FUNCTION TRIM(cm-holder-text) = SPACES
              OR FUNCTION TRIM(cm-account-text) = SPACES
              OR FUNCTION TRIM(cm-bankid-text) = SPACES
               MOVE "a mandate needs the holder, account and bank code"
                   TO cm-flash
               GO TO do-add-mandate-exit
           END-IF.
           IF FUNCTION TRIM(cm-signed-text) = SPACES
               MOVE "say when the mandate was signed" TO cm-flash
               GO TO do-add-mandate-exit
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO cm-today.
           IF cm-signed-text(1:8) > cm-today
               MOVE "a mandate can't be signed in the future"
                   TO cm-flash
               GO TO do-add-mandate-exit
           END-IF.
           PERFORM check-account-text.
           IF cm-flash NOT = SPACES
               GO TO do-add-mandate-exit
           END-IF.

           PERFORM open-mandates-for-update.
           IF cm-flash NOT = SPACES
               GO TO do-add-mandate-exit
           END-IF.

           PERFORM find-active-mandate.
           IF cm-active-no NOT = 0
               CLOSE mandates-file
               MOVE "this customer already has an active mandate"
                   TO cm-flash
               GO TO do-add-mandate-exit
           END-IF.

           CALL "getnextkey" USING "MANDATE   " cm-mandate-no
               END-CALL.
           IF cm-mandate-no = 0
               CLOSE mandates-file
               MOVE "no mandate number could be issued - try again"
                   TO cm-flash
               GO TO do-add-mandate-exit
           END-IF.

           MOVE SPACES TO mandate-record.
           MOVE FUNCTION TRIM(cm-custid-text) TO MDT-CUST-ID.
           MOVE cm-mandate-no TO MDT-NO.
           MOVE cm-mandate-no TO cm-mandate-disp.
           IF FUNCTION TRIM(cm-ref-text) = SPACES
               STRING "DD"                             DELIMITED BY SIZE
                      FUNCTION TRIM(cm-mandate-disp)   DELIMITED BY SIZE
                   INTO MDT-REF
               END-STRING
           ELSE
               MOVE FUNCTION TRIM(cm-ref-text) TO MDT-REF
           END-IF.
           MOVE cm-signed-text(1:8) TO MDT-SIGNED.
           MOVE FUNCTION TRIM(cm-holder-text) TO MDT-HOLDER.
           MOVE cm-account TO MDT-ACCOUNT.
           MOVE cm-account(cm-acct-len - 3:4) TO MDT-ACCT-TAIL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(cm-bankid-text))
               TO MDT-BANK-ID.
           MOVE "A" TO MDT-STATUS.
           MOVE "Y" TO MDT-FIRST.
           MOVE 0 TO MDT-KEY-VER.
           MOVE FUNCTION CURRENT-DATE TO MDT-CREATED.
           MOVE MDT-CREATED TO MDT-CHANGED.
           MOVE SESS-USER OF the-session TO MDT-CHANGED-BY.

           CALL "mandcrypt" USING "S" mandate-record cm-crypt-result
               END-CALL.

           WRITE mandate-record
               INVALID KEY
                   MOVE "the mandate could not be filed - try again"
                       TO cm-flash
               NOT INVALID KEY
                   MOVE "mandates" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE MDT-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE mandate-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   STRING "mandate "                  DELIMITED BY SIZE
                       FUNCTION TRIM(cm-mandate-disp) DELIMITED BY SIZE
                       " added"                       DELIMITED BY SIZE
                       INTO cm-flash
                   END-STRING
           END-WRITE.

           CLOSE mandates-file.

       do-add-mandate-exit.
           EXIT.

      *****************************************************************
      *** New bank details for the active mandate. The record is    ***
      *** opened to compare and change the sealed fields and sealed ***
      *** again under a fresh salt before it goes back.             ***
      *****************************************************************
       do-change-mandate.

           IF FUNCTION TRIM(cm-account-text) NOT = SPACES
               PERFORM check-account-text
               IF cm-flash NOT = SPACES
                   GO TO do-change-mandate-exit
               END-IF
           END-IF.

           PERFORM read-mandate-for-update.
           IF cm-flash NOT = SPACES
               GO TO do-change-mandate-exit
           END-IF.

           MOVE mandate-record TO jf-before.
           CALL "mandcrypt" USING "O" mandate-record cm-crypt-result
               END-CALL.
           IF cm-crypt-result NOT = "Y"
               CLOSE mandates-file
               MOVE "that mandate could not be opened" TO cm-flash
               GO TO do-change-mandate-exit
           END-IF.

           IF FUNCTION TRIM(cm-holder-text) NOT = SPACES
               MOVE FUNCTION TRIM(cm-holder-text) TO MDT-HOLDER
           END-IF.
           IF FUNCTION TRIM(cm-account-text) NOT = SPACES
              AND cm-account NOT = MDT-ACCOUNT
               MOVE cm-account TO MDT-ACCOUNT
               MOVE cm-account(cm-acct-len - 3:4) TO MDT-ACCT-TAIL
               MOVE "Y" TO MDT-FIRST
           END-IF.
           IF FUNCTION TRIM(cm-bankid-text) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(cm-bankid-text))
                  NOT = MDT-BANK-ID
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(cm-bankid-text))
                   TO MDT-BANK-ID
               MOVE "Y" TO MDT-FIRST
           END-IF.

           CALL "mandcrypt" USING "S" mandate-record cm-crypt-result
               END-CALL.
           PERFORM rewrite-mandate.
           CLOSE mandates-file.

           IF cm-flash = SPACES
               MOVE cm-mandate-no TO cm-mandate-disp
               STRING "mandate "                   DELIMITED BY SIZE
                      FUNCTION TRIM(cm-mandate-disp)
                                                   DELIMITED BY SIZE
                      " changed"                   DELIMITED BY SIZE
                   INTO cm-flash
               END-STRING
           END-IF.

       do-change-mandate-exit.
           EXIT.

       do-end-mandate.

           PERFORM read-mandate-for-update.
           IF cm-flash NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE mandate-record TO jf-before.
           MOVE "E" TO MDT-STATUS.
           PERFORM rewrite-mandate.
           CLOSE mandates-file.

           IF cm-flash = SPACES
               MOVE cm-mandate-no TO cm-mandate-disp
               STRING "mandate "                   DELIMITED BY SIZE
                      FUNCTION TRIM(cm-mandate-disp)
                                                   DELIMITED BY SIZE
                      " ended"                     DELIMITED BY SIZE
                   INTO cm-flash
               END-STRING
           END-IF.

      *** The account as the bank wants it: spaces the clerk typed  ***
      *** for readability dropped, letters upper case, and nothing  ***
      *** but letters and digits left.                              ***
       check-account-text.

           MOVE SPACES TO cm-account.
           MOVE 0 TO cm-acct-len.
           INSPECT cm-account-text CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING cm-scan FROM 1 BY 1
                   UNTIL cm-scan > 40 OR cm-flash NOT = SPACES
               EVALUATE TRUE
                   WHEN cm-account-text(cm-scan:1) = SPACE
                       CONTINUE
                   WHEN cm-account-text(cm-scan:1) IS ALPHABETIC
                      OR cm-account-text(cm-scan:1) IS NUMERIC
                       IF cm-acct-len >= 34
                           MOVE "an account number is at most 34 "
                             & "letters and digits" TO cm-flash
                       ELSE
                           ADD 1 TO cm-acct-len
                           MOVE cm-account-text(cm-scan:1)
                               TO cm-account(cm-acct-len:1)
                       END-IF
                   WHEN OTHER
                       MOVE "an account number is letters and digits "
                         & "only" TO cm-flash
               END-EVALUATE
           END-PERFORM.
           IF cm-flash = SPACES AND cm-acct-len < 4
               MOVE "that account number is too short" TO cm-flash
           END-IF.

       open-mandates-for-update.

           OPEN I-O mandates-file.
           IF mandates-file-status = "35"
               OPEN OUTPUT mandates-file
               CLOSE mandates-file
               OPEN I-O mandates-file
           END-IF.
           IF mandates-file-status NOT = "00"
               MOVE "the mandates dataset could not be opened"
                   TO cm-flash
           END-IF.

      *** The number of the customer's active mandate, zero when    ***
      *** there is none - the walk the detail view's list does.     ***
       find-active-mandate.

           MOVE 0 TO cm-active-no.
           MOVE FUNCTION TRIM(cm-custid-text) TO MDT-CUST-ID.
           MOVE 0 TO MDT-NO.
           START mandates-file KEY NOT < MDT-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START.
           READ mandates-file NEXT RECORD
               AT END EXIT PARAGRAPH
           END-READ.
           PERFORM UNTIL mandates-file-status NOT = "00"
                   OR MDT-CUST-ID NOT = FUNCTION TRIM(cm-custid-text)
               IF MDT-STATUS = "A"
                   MOVE MDT-NO TO cm-active-no
               END-IF
               READ mandates-file NEXT RECORD
                   AT END MOVE "10" TO mandates-file-status
               END-READ
           END-PERFORM.

      *** The mandate named, under this customer, still active;     ***
      *** left open on success for the REWRITE.                     ***
       read-mandate-for-update.

           IF FUNCTION TRIM(cm-mandate-text) = SPACES
              OR FUNCTION TEST-NUMVAL(cm-mandate-text) NOT = 0
               MOVE "say which mandate" TO cm-flash
               EXIT PARAGRAPH
           END-IF.
           COMPUTE cm-mandate-no = FUNCTION NUMVAL(cm-mandate-text).

           PERFORM open-mandates-for-update.
           IF cm-flash NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(cm-custid-text) TO MDT-CUST-ID.
           MOVE cm-mandate-no TO MDT-NO.
           READ mandates-file
               INVALID KEY
                   MOVE "no such mandate on this customer"
                       TO cm-flash
           END-READ.
           IF cm-flash = SPACES AND MDT-STATUS NOT = "A"
               MOVE "that mandate is no longer active" TO cm-flash
           END-IF.
           IF cm-flash NOT = SPACES
               CLOSE mandates-file
           END-IF.

       rewrite-mandate.

           MOVE FUNCTION CURRENT-DATE TO MDT-CHANGED.
           MOVE SESS-USER OF the-session TO MDT-CHANGED-BY.
           REWRITE mandate-record
               INVALID KEY
                   MOVE "the mandate could not be saved - try again"
                       TO cm-flash
               NOT INVALID KEY
                   MOVE "mandates" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE MDT-KEY TO jf-key
                   MOVE mandate-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.
