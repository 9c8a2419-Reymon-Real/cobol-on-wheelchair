      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  contract maintenance for the customer detail     ***
      ***          view                                             ***
      *** UPDATE:  contracts change only for staff granted the      ***
      ***          customer's trading company                       ***
      *****************************************************************
      *** Handles the contract forms on showname's customer detail  ***
      *** page, the addcustnote way: the posted custid must name a  ***
      *** live customer, and the outcome rides a one-shot flash     ***
      *** back to the detail view. A posted "action" of:            ***
      ***  - "add" files a new contract (contfld.cbl) under the     ***
      ***    next number off the shared key counter. Type, start    ***
      ***    and end are needed; the notice period defaults to      ***
      ***    CONTRACTNOTICE days (90 when not configured) and the   ***
      ***    owner to the customer's account owner, else the clerk  ***
      ***    filing it;                                             ***
      ***  - "change" rewrites an active contract - only the fields ***
      ***    posted non-blank change, so renewing is just a new     ***
      ***    end date. A new end date or notice period clears the   ***
      ***    reminder stamp so the next notice period reminds       ***
      ***    again;                                                 ***
      ***  - "end" marks an active contract ended (not renewed, or  ***
      ***    cancelled); it stays on file for the record.           ***
      *** An owner must be a staff login that can still sign in.    ***
      *** Every write is journalled like any other master write.    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcontract.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "contdef.cbl".
           COPY "userdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD contracts-file.
       01 contract-record.
           COPY "contfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 contracts-file-status PIC X(2).
       77 users-file-status     PIC X(2).

       77 cc-action       PIC X(90) VALUE SPACES.
       77 cc-custid-text  PIC X(90) VALUE SPACES.
       77 cc-contract-text PIC X(90) VALUE SPACES.
       77 cc-type-text    PIC X(90) VALUE SPACES.
       77 cc-desc-text    PIC X(90) VALUE SPACES.
       77 cc-value-text   PIC X(90) VALUE SPACES.
       77 cc-start-text   PIC X(90) VALUE SPACES.
       77 cc-end-text     PIC X(90) VALUE SPACES.
       77 cc-notice-text  PIC X(90) VALUE SPACES.
       77 cc-owner-text   PIC X(90) VALUE SPACES.
       77 cc-company      PIC X(4) VALUE SPACES.
       77 cc-co-granted   PIC X(01) VALUE "N".
       77 cc-flash        PIC X(90) VALUE SPACES.
       77 cc-target       PIC X(255) VALUE SPACES.

       77 cc-cust-owner   PIC X(30) VALUE SPACES.
       77 cc-owner        PIC X(30) VALUE SPACES.
       77 cc-contract-no  PIC 9(10) VALUE 0.
       77 cc-contract-disp PIC Z(9)9.
       77 cc-notice-days  PIC 9(12) VALUE 0.
       77 cc-old-end      PIC X(8).
       77 cc-old-notice   PIC 9(3).

       77 cfg-key-name    PIC X(30).
       77 cfg-default     PIC 9(12).

       77 cc-val-ok      PIC X(01).
       77 cc-val-message PIC X(90).
       01 cc-val-rules.
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

       start-custcontract.

           MOVE SPACES TO the-vars.

           MOVE SPACES TO cc-val-rules.
           MOVE "custid" TO VAL-FIELD(1).
           MOVE "Y"      TO VAL-REQUIRED(1).
           MOVE "N"      TO VAL-NUMERIC(1).
           MOVE 10       TO VAL-MAXLEN(1).
           MOVE "action" TO VAL-FIELD(2).
           MOVE "Y"      TO VAL-REQUIRED(2).
           MOVE "N"      TO VAL-NUMERIC(2).
           MOVE 10       TO VAL-MAXLEN(2).
           MOVE "type"   TO VAL-FIELD(3).
           MOVE "N"      TO VAL-REQUIRED(3).
           MOVE "N"      TO VAL-NUMERIC(3).
           MOVE 12       TO VAL-MAXLEN(3).
           MOVE "desc"   TO VAL-FIELD(4).
           MOVE "N"      TO VAL-REQUIRED(4).
           MOVE "N"      TO VAL-NUMERIC(4).
           MOVE 60       TO VAL-MAXLEN(4).
           MOVE "start"  TO VAL-FIELD(5).
           MOVE "N"      TO VAL-REQUIRED(5).
           MOVE "N"      TO VAL-NUMERIC(5).
           MOVE 8        TO VAL-MAXLEN(5).
           MOVE "D"      TO VAL-FORMAT(5).
           MOVE "end"    TO VAL-FIELD(6).
           MOVE "N"      TO VAL-REQUIRED(6).
           MOVE "N"      TO VAL-NUMERIC(6).
           MOVE 8        TO VAL-MAXLEN(6).
           MOVE "D"      TO VAL-FORMAT(6).
           MOVE "owner"  TO VAL-FIELD(7).
           MOVE "N"      TO VAL-REQUIRED(7).
           MOVE "N"      TO VAL-NUMERIC(7).
           MOVE 30       TO VAL-MAXLEN(7).

           CALL "validatefields" USING the-values cc-val-rules
               cc-val-ok cc-val-message END-CALL.

           IF cc-val-ok = "N"
               CALL "setstatus" USING
                   "400 Bad Request                         "
                   END-CALL
               MOVE "message" TO COW-varname(1)
               MOVE cc-val-message TO COW-varvalue(1)
               CALL 'cowtemplate' USING the-vars "error.cow"
                   the-session END-CALL
               GOBACK
           END-IF.

           CALL "getparam" USING the-values "custid"
               cc-custid-text END-CALL.
           CALL "getparam" USING the-values "action"
               cc-action END-CALL.
           CALL "getparam" USING the-values "contract"
               cc-contract-text END-CALL.
           CALL "getparam" USING the-values "type"
               cc-type-text END-CALL.
           CALL "getparam" USING the-values "desc"
               cc-desc-text END-CALL.
           CALL "getparam" USING the-values "value"
               cc-value-text END-CALL.
           CALL "getparam" USING the-values "start"
               cc-start-text END-CALL.
           CALL "getparam" USING the-values "end"
               cc-end-text END-CALL.
           CALL "getparam" USING the-values "notice"
               cc-notice-text END-CALL.
           CALL "getparam" USING the-values "owner"
               cc-owner-text END-CALL.

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
      *** company may change its contracts.                         ***
           CALL "getcustcompany" USING CUST-ID cc-company END-CALL.
           CALL "checkcompany" USING SESS-USER OF the-session
               cc-company cc-co-granted END-CALL.
           IF cc-co-granted NOT = "Y"
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

           EVALUATE FUNCTION TRIM(cc-action)
               WHEN "add"
                   PERFORM do-add-contract
               WHEN "change"
                   PERFORM do-change-contract
               WHEN "end"
                   PERFORM do-end-contract
               WHEN OTHER
                   MOVE "unknown contract action" TO cc-flash
           END-EVALUATE.

           CALL "setflash" USING the-session cc-flash END-CALL.

           MOVE SPACES TO cc-target.
           STRING "/showname/" DELIMITED BY SIZE
                  FUNCTION TRIM(cc-custid-text) DELIMITED BY SIZE
               INTO cc-target
           END-STRING.
           CALL "redirectto" USING cc-target END-CALL.

           GOBACK.

       verify-customer-exists.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE FUNCTION TRIM(cc-custid-text) TO CUST-ID
               READ customers-file
                   INVALID KEY MOVE "23" TO customers-file-status
               END-READ
               CLOSE customers-file
           END-IF.
           IF customers-file-status = "00" AND CUST-STATUS = "I"
               MOVE "23" TO customers-file-status
           END-IF.
           IF customers-file-status = "00"
               MOVE CUST-OWNER TO cc-cust-owner
           END-IF.

      *****************************************************************
      *** A new contract. The number comes off the shared counter,  ***
      *** so a collision on the WRITE means a counter set behind    ***
      *** the dataset - reported, not retried.                      ***
      *****************************************************************
       do-add-contract.

           IF FUNCTION TRIM(cc-type-text) = SPACES
               MOVE "say what kind of contract it is" TO cc-flash
               GO TO do-add-contract-exit
           END-IF.
           IF FUNCTION TRIM(cc-start-text) = SPACES
              OR FUNCTION TRIM(cc-end-text) = SPACES
               MOVE "a contract needs a start and an end date"
                   TO cc-flash
               GO TO do-add-contract-exit
           END-IF.
           IF cc-end-text(1:8) NOT > cc-start-text(1:8)
               MOVE "the end date must come after the start date"
                   TO cc-flash
               GO TO do-add-contract-exit
           END-IF.
           PERFORM check-value-and-notice.
           IF cc-flash NOT = SPACES
               GO TO do-add-contract-exit
           END-IF.

           IF FUNCTION TRIM(cc-notice-text) = SPACES
               MOVE "CONTRACTNOTICE" TO cfg-key-name
               MOVE 90 TO cfg-default
               CALL "getconfig" USING cfg-key-name cfg-default
                   cc-notice-days END-CALL
               IF cc-notice-days > 999
                   MOVE 999 TO cc-notice-days
               END-IF
           ELSE
               COMPUTE cc-notice-days = FUNCTION NUMVAL(cc-notice-text)
           END-IF.

           EVALUATE TRUE
               WHEN FUNCTION TRIM(cc-owner-text) NOT = SPACES
                   MOVE FUNCTION TRIM(cc-owner-text) TO cc-owner
               WHEN cc-cust-owner NOT = SPACES
                   MOVE cc-cust-owner TO cc-owner
               WHEN OTHER
                   MOVE SESS-USER OF the-session TO cc-owner
           END-EVALUATE.
           PERFORM check-owner-user.
           IF cc-flash NOT = SPACES
               GO TO do-add-contract-exit
           END-IF.

           PERFORM open-contracts-for-update.
           IF cc-flash NOT = SPACES
               GO TO do-add-contract-exit
           END-IF.

           CALL "getnextkey" USING "CONTRACT  " cc-contract-no
               END-CALL.
           IF cc-contract-no = 0
               CLOSE contracts-file
               MOVE "no contract number could be issued - try again"
                   TO cc-flash
               GO TO do-add-contract-exit
           END-IF.

           MOVE SPACES TO contract-record.
           MOVE FUNCTION TRIM(cc-custid-text) TO CON-CUST-ID.
           MOVE cc-contract-no TO CON-NO.
           MOVE FUNCTION TRIM(cc-type-text) TO CON-TYPE.
           MOVE FUNCTION TRIM(cc-desc-text) TO CON-DESC.
           IF FUNCTION TRIM(cc-value-text) = SPACES
               MOVE 0 TO CON-VALUE
           ELSE
               COMPUTE CON-VALUE = FUNCTION NUMVAL(cc-value-text)
           END-IF.
           MOVE cc-start-text(1:8) TO CON-START.
           MOVE cc-end-text(1:8) TO CON-END.
           MOVE cc-notice-days TO CON-NOTICE-DAYS.
           MOVE cc-owner TO CON-OWNER.
           MOVE "A" TO CON-STATUS.
           MOVE FUNCTION CURRENT-DATE TO CON-CREATED.
           MOVE CON-CREATED TO CON-CHANGED.
           MOVE SESS-USER OF the-session TO CON-CHANGED-BY.

           WRITE contract-record
               INVALID KEY
                   MOVE "the contract could not be filed - try again"
                       TO cc-flash
               NOT INVALID KEY
                   MOVE "contracts" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE CON-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE contract-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   MOVE cc-contract-no TO cc-contract-disp
                   STRING "contract "            DELIMITED BY SIZE
                       FUNCTION TRIM(cc-contract-disp)
                                                 DELIMITED BY SIZE
                       " added"                  DELIMITED BY SIZE
                       INTO cc-flash
                   END-STRING
           END-WRITE.

           CLOSE contracts-file.

       do-add-contract-exit.
           EXIT.

      *****************************************************************
      *** Only what was posted non-blank changes; the dates are     ***
      *** checked against each other as they will stand afterwards. ***
      *****************************************************************
       do-change-contract.

           PERFORM check-value-and-notice.
           IF cc-flash NOT = SPACES
               GO TO do-change-contract-exit
           END-IF.
           IF FUNCTION TRIM(cc-owner-text) NOT = SPACES
               MOVE FUNCTION TRIM(cc-owner-text) TO cc-owner
               PERFORM check-owner-user
               IF cc-flash NOT = SPACES
                   GO TO do-change-contract-exit
               END-IF
           END-IF.

           PERFORM read-contract-for-update.
           IF cc-flash NOT = SPACES
               GO TO do-change-contract-exit
           END-IF.

           MOVE contract-record TO jf-before.
           MOVE CON-END TO cc-old-end.
           MOVE CON-NOTICE-DAYS TO cc-old-notice.

           IF FUNCTION TRIM(cc-type-text) NOT = SPACES
               MOVE FUNCTION TRIM(cc-type-text) TO CON-TYPE
           END-IF.
           IF FUNCTION TRIM(cc-desc-text) NOT = SPACES
               MOVE FUNCTION TRIM(cc-desc-text) TO CON-DESC
           END-IF.
           IF FUNCTION TRIM(cc-value-text) NOT = SPACES
               COMPUTE CON-VALUE = FUNCTION NUMVAL(cc-value-text)
           END-IF.
           IF FUNCTION TRIM(cc-start-text) NOT = SPACES
               MOVE cc-start-text(1:8) TO CON-START
           END-IF.
           IF FUNCTION TRIM(cc-end-text) NOT = SPACES
               MOVE cc-end-text(1:8) TO CON-END
           END-IF.
           IF FUNCTION TRIM(cc-notice-text) NOT = SPACES
               COMPUTE CON-NOTICE-DAYS =
                   FUNCTION NUMVAL(cc-notice-text)
           END-IF.
           IF FUNCTION TRIM(cc-owner-text) NOT = SPACES
               MOVE cc-owner TO CON-OWNER
           END-IF.

           IF CON-END NOT > CON-START
               CLOSE contracts-file
               MOVE "the end date must come after the start date"
                   TO cc-flash
               GO TO do-change-contract-exit
           END-IF.

           IF CON-END NOT = cc-old-end
              OR CON-NOTICE-DAYS NOT = cc-old-notice
               MOVE SPACES TO CON-NOTICE-SENT
           END-IF.

           PERFORM rewrite-contract.
           CLOSE contracts-file.

           IF cc-flash = SPACES
               MOVE cc-contract-no TO cc-contract-disp
               STRING "contract "                  DELIMITED BY SIZE
                      FUNCTION TRIM(cc-contract-disp)
                                                   DELIMITED BY SIZE
                      " changed"                   DELIMITED BY SIZE
                   INTO cc-flash
               END-STRING
           END-IF.

       do-change-contract-exit.
           EXIT.

       do-end-contract.

           PERFORM read-contract-for-update.
           IF cc-flash NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE contract-record TO jf-before.
           MOVE "E" TO CON-STATUS.
           PERFORM rewrite-contract.
           CLOSE contracts-file.

           IF cc-flash = SPACES
               MOVE cc-contract-no TO cc-contract-disp
               STRING "contract "                  DELIMITED BY SIZE
                      FUNCTION TRIM(cc-contract-disp)
                                                   DELIMITED BY SIZE
                      " ended"                     DELIMITED BY SIZE
                   INTO cc-flash
               END-STRING
           END-IF.

       check-value-and-notice.

           IF FUNCTION TRIM(cc-value-text) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(cc-value-text) NOT = 0
                   MOVE "the contract value must be a number"
                       TO cc-flash
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(cc-value-text) < 0
                   MOVE "the contract value can't be negative"
                       TO cc-flash
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF FUNCTION TRIM(cc-notice-text) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(cc-notice-text) NOT = 0
                   MOVE "the notice period must be a number of days"
                       TO cc-flash
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(cc-notice-text) < 0
                  OR FUNCTION NUMVAL(cc-notice-text) > 999
                   MOVE "the notice period must be 0 to 999 days"
                       TO cc-flash
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *** An owner is somebody on staff who can still sign in.      ***
       check-owner-user.

           OPEN INPUT users-file.
           IF users-file-status NOT = "00"
               MOVE "the users dataset could not be opened"
                   TO cc-flash
               EXIT PARAGRAPH
           END-IF.
           MOVE cc-owner TO USR-NAME.
           READ users-file
               INVALID KEY
                   MOVE "no user with that login" TO cc-flash
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN USR-CUST-ID NOT = SPACES
                           MOVE "a portal login can't own a contract"
                               TO cc-flash
                       WHEN USR-ENABLED = "N"
                           MOVE "that login is disabled" TO cc-flash
                   END-EVALUATE
           END-READ.
           CLOSE users-file.

       open-contracts-for-update.

           OPEN I-O contracts-file.
           IF contracts-file-status = "35"
               OPEN OUTPUT contracts-file
               CLOSE contracts-file
               OPEN I-O contracts-file
           END-IF.
           IF contracts-file-status NOT = "00"
               MOVE "the contracts dataset could not be opened"
                   TO cc-flash
           END-IF.

      *** The contract named, under this customer, still active;    ***
      *** left open on success for the REWRITE.                     ***
       read-contract-for-update.

           IF FUNCTION TRIM(cc-contract-text) = SPACES
              OR FUNCTION TEST-NUMVAL(cc-contract-text) NOT = 0
               MOVE "say which contract" TO cc-flash
               EXIT PARAGRAPH
           END-IF.
           COMPUTE cc-contract-no = FUNCTION NUMVAL(cc-contract-text).

           PERFORM open-contracts-for-update.
           IF cc-flash NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(cc-custid-text) TO CON-CUST-ID.
           MOVE cc-contract-no TO CON-NO.
           READ contracts-file
               INVALID KEY
                   MOVE "no such contract on this customer"
                       TO cc-flash
           END-READ.
           IF cc-flash = SPACES AND CON-STATUS NOT = "A"
               MOVE "that contract has already ended" TO cc-flash
           END-IF.
           IF cc-flash NOT = SPACES
               CLOSE contracts-file
           END-IF.

       rewrite-contract.

           MOVE FUNCTION CURRENT-DATE TO CON-CHANGED.
           MOVE SESS-USER OF the-session TO CON-CHANGED-BY.
           REWRITE contract-record
               INVALID KEY
                   MOVE "the contract could not be saved - try again"
                       TO cc-flash
               NOT INVALID KEY
                   MOVE "contracts" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CON-KEY TO jf-key
                   MOVE contract-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.
