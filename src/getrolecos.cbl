      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  the trading companies a staff role is granted    ***
      *****************************************************************
      *** Looks a role up in data/rolecompanies.txt, one            ***
      *** "role=CODE CODE ..." line each ("*" grants every company) ***
      *** and hands back the company codes it grants. A role named  ***
      *** there is a staff role: it opens the admin screens the way ***
      *** the admin role always has (grc-staff "Y"), restricted to  ***
      *** the companies on its line. The admin role itself, when    ***
      *** the file doesn't name it - or when there is no file, a    ***
      *** single-company installation - is granted every company;   ***
      *** any other role the file doesn't name is no staff role and ***
      *** is granted nothing. The portal's customer role is never a ***
      *** staff role, whatever the file says.                       ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getrolecos.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rolecos-file
               ASSIGN TO "data/rolecompanies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rolecos-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD rolecos-file.
       01 rolecos-line PIC X(100).

       WORKING-STORAGE SECTION.
       77 rolecos-file-status PIC X(2).

       77 rc-name-text  PIC X(20).
       77 rc-codes-text PIC X(80).

       LINKAGE SECTION.
       77 grc-role  PIC X(10).
       77 grc-codes PIC X(60).
       77 grc-staff PIC X(01).

       PROCEDURE DIVISION USING grc-role grc-codes grc-staff.

       start-getrolecos.

           MOVE SPACES TO grc-codes.
           MOVE "N" TO grc-staff.

           IF FUNCTION TRIM(grc-role) = SPACES
              OR FUNCTION TRIM(grc-role) = "customer"
               GOBACK
           END-IF.

           OPEN INPUT rolecos-file.
           IF rolecos-file-status = "00"
               READ rolecos-file
                   AT END MOVE "10" TO rolecos-file-status
               END-READ
               PERFORM UNTIL rolecos-file-status NOT = "00"
                   OR grc-staff = "Y"
                   PERFORM try-one-role-line
                   READ rolecos-file
                       AT END MOVE "10" TO rolecos-file-status
                   END-READ
               END-PERFORM
               CLOSE rolecos-file
           END-IF.

           IF grc-staff NOT = "Y"
              AND FUNCTION TRIM(grc-role) = "admin"
               MOVE "*" TO grc-codes
               MOVE "Y" TO grc-staff
           END-IF.

           GOBACK.

       try-one-role-line.

           MOVE SPACES TO rc-name-text rc-codes-text.
           UNSTRING rolecos-line DELIMITED BY "="
               INTO rc-name-text rc-codes-text
           END-UNSTRING.

           IF FUNCTION TRIM(rc-name-text) = FUNCTION TRIM(grc-role)
              AND FUNCTION TRIM(rc-codes-text) NOT = SPACES
               MOVE FUNCTION TRIM(rc-codes-text) TO grc-codes
               MOVE "Y" TO grc-staff
           END-IF.
