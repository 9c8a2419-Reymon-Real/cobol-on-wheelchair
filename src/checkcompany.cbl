      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  staff see only the companies their role grants   ***
      *****************************************************************
      *** Answers whether the logged-in user's role grants the      ***
      *** trading company a record belongs to, for the admin        ***
      *** screens that list or change customers, orders and         ***
      *** invoices. A company code of spaces is the home company    ***
      *** and is checked under the home company's own code. The     ***
      *** grants come from getrolecos; like checkrole, the check    ***
      *** fails closed - a blank or unknown user, an unreadable     ***
      *** users dataset or a role granting nothing all answer "N".  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkcompany.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "userdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       WORKING-STORAGE SECTION.
       77 users-file-status PIC X(2).

       77 ck-role      PIC X(10) VALUE SPACES.
       77 ck-codes     PIC X(60).
       77 ck-staff     PIC X(01).
       77 ck-co-seq    PIC 9(2) VALUE 0.
       77 ck-co-found  PIC X(01).
       01 ck-company.
           COPY "cofld.cbl".
       77 ck-code-list PIC X(64).
       77 ck-code-word PIC X(6).
       77 ck-word-len  PIC 9(4) USAGE COMP-5.
       77 ck-hits      PIC 9(4) USAGE COMP-5.

       LINKAGE SECTION.
       77 cc-user    PIC X(30).
       77 cc-company PIC X(4).
       77 cc-result  PIC X(01).

       PROCEDURE DIVISION USING cc-user cc-company cc-result.

       start-checkcompany.

           MOVE "N" TO cc-result.

           IF FUNCTION TRIM(cc-user) = SPACES
               GOBACK
           END-IF.

           MOVE SPACES TO ck-role.
           OPEN INPUT users-file.
           IF users-file-status = "00"
               MOVE FUNCTION TRIM(cc-user) TO USR-NAME
               READ users-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE USR-ROLE TO ck-role
               END-READ
               CLOSE users-file
           END-IF.

           CALL "getrolecos" USING ck-role ck-codes ck-staff END-CALL.
           IF ck-staff NOT = "Y"
               GOBACK
           END-IF.
           IF FUNCTION TRIM(ck-codes) = "*"
               MOVE "Y" TO cc-result
               GOBACK
           END-IF.

           MOVE SPACES TO ck-company.
           MOVE cc-company TO CO-CODE.
           MOVE 0 TO ck-co-seq.
           CALL "getcompany" USING ck-co-seq ck-company ck-co-found
               END-CALL.
           IF ck-co-found NOT = "Y" OR CO-CODE = SPACES
               GOBACK
           END-IF.

      *** Whole words only: a grant of "SISA" doesn't let "SIS" in. ***
           MOVE SPACES TO ck-code-list ck-code-word.
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(ck-codes) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO ck-code-list
           END-STRING.
           STRING " " DELIMITED BY SIZE
                  CO-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
               INTO ck-code-word
           END-STRING.
           MOVE 0 TO ck-hits.
           COMPUTE ck-word-len =
               FUNCTION LENGTH(FUNCTION TRIM(CO-CODE)) + 2.
           INSPECT ck-code-list TALLYING ck-hits
               FOR ALL ck-code-word(1:ck-word-len).
           IF ck-hits > 0
               MOVE "Y" TO cc-result
           END-IF.

           GOBACK.
