      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  trading companies sharing the installation       ***
      *****************************************************************
      *** Answers one trading company from data/companies.txt       ***
      *** (cofld.cbl describes the line). With gco-seq zero the     ***
      *** company is looked up by the code the caller left in       ***
      *** CO-CODE - spaces, the code on records written before      ***
      *** there was a second company, is the home company; with     ***
      *** gco-seq n it is the n-th company of the file, the home    ***
      *** company first, so a per-company report walks 1, 2, ...    ***
      *** until gco-found comes back "N". An installation without   ***
      *** the file is one home company reading the bank file the    ***
      *** intake always read.                                       ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getcompany.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT company-file
               ASSIGN TO "data/companies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS company-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD company-file.
       01 company-line PIC X(300).

       WORKING-STORAGE SECTION.
       77 company-file-status PIC X(2).

       77 gc-wanted    PIC X(4).
       77 gc-line-no   PIC 9(2).
       77 gc-code-text PIC X(20).
       77 gc-name-text PIC X(60).
       77 gc-pfx-text  PIC X(20).
       77 gc-bank-text PIC X(60).
       77 gc-tag-text  PIC X(20).
       77 gc-head-text PIC X(100).

       LINKAGE SECTION.
       77 gco-seq   PIC 9(2).
       01 gco-company.
           COPY "cofld.cbl".
       77 gco-found PIC X(01).

       PROCEDURE DIVISION USING gco-seq gco-company gco-found.

       start-getcompany.

           MOVE "N" TO gco-found.
           MOVE CO-CODE TO gc-wanted.
           MOVE 0 TO gc-line-no.

           OPEN INPUT company-file.
           IF company-file-status NOT = "00"
               IF gco-seq = 1
                  OR (gco-seq = 0 AND gc-wanted = SPACES)
                   MOVE SPACES TO gco-company
                   MOVE "Y" TO CO-HOME
                   PERFORM fill-derived-fields
                   MOVE "Y" TO gco-found
               END-IF
               GOBACK
           END-IF.

           READ company-file
               AT END MOVE "10" TO company-file-status
           END-READ.
           PERFORM UNTIL company-file-status NOT = "00"
               OR gco-found = "Y"
               IF FUNCTION TRIM(company-line) NOT = SPACES
                   ADD 1 TO gc-line-no
                   PERFORM try-one-company-line
               END-IF
               READ company-file
                   AT END MOVE "10" TO company-file-status
               END-READ
           END-PERFORM.
           CLOSE company-file.

           IF gco-found NOT = "Y"
               MOVE gc-wanted TO CO-CODE
           END-IF.

           GOBACK.

       try-one-company-line.

           MOVE SPACES TO gc-code-text gc-name-text gc-pfx-text
               gc-bank-text gc-tag-text gc-head-text.
           UNSTRING company-line DELIMITED BY "|"
               INTO gc-code-text gc-name-text gc-pfx-text
                    gc-bank-text gc-tag-text gc-head-text
           END-UNSTRING.

           IF gco-seq > 0
               IF gc-line-no NOT = gco-seq
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT (FUNCTION TRIM(gc-code-text) = gc-wanted
                  OR (gc-wanted = SPACES AND gc-line-no = 1))
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO gco-company.
           MOVE FUNCTION TRIM(gc-code-text) TO CO-CODE.
           MOVE FUNCTION TRIM(gc-name-text) TO CO-NAME.
           MOVE FUNCTION TRIM(gc-pfx-text)  TO CO-INV-PREFIX.
           MOVE FUNCTION TRIM(gc-bank-text) TO CO-BANK-FILE.
           MOVE FUNCTION TRIM(gc-tag-text)  TO CO-MAIL-TAG.
           MOVE FUNCTION TRIM(gc-head-text) TO CO-LETTERHEAD.
           IF gc-line-no = 1
               MOVE "Y" TO CO-HOME
           ELSE
               MOVE "N" TO CO-HOME
           END-IF.
           PERFORM fill-derived-fields.
           MOVE "Y" TO gco-found.

      *** The home company keeps the counter, bank file and report  ***
      *** names the single-company installation always used.        ***
       fill-derived-fields.

           IF CO-HOME = "Y"
               MOVE "INVOICE" TO CO-KEY-NAME
               MOVE SPACES TO CO-FILE-TAG
               IF CO-BANK-FILE = SPACES
                   MOVE "data/bankpayments.txt" TO CO-BANK-FILE
               END-IF
           ELSE
               MOVE SPACES TO CO-KEY-NAME CO-FILE-TAG
               STRING "INVNO"   DELIMITED BY SIZE
                      CO-CODE   DELIMITED BY SPACE
                   INTO CO-KEY-NAME
               END-STRING
               STRING "-"     DELIMITED BY SIZE
                      CO-CODE DELIMITED BY SPACE
                   INTO CO-FILE-TAG
               END-STRING
               IF CO-BANK-FILE = SPACES
                   STRING "data/bankpayments" DELIMITED BY SIZE
                          CO-FILE-TAG         DELIMITED BY SPACE
                          ".txt"              DELIMITED BY SIZE
                       INTO CO-BANK-FILE
                   END-STRING
               END-IF
           END-IF.
