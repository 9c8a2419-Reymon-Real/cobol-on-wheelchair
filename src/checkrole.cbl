      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  role check for routes flagged with RT-ROLE        ***
      *** UPDATE:  staff roles granted trading companies pass an    ***
      ***          admin route                                      ***
      *** UPDATE:  a staff role other than admin answers "S" -      ***
      ***          cow.cbl admits it to the company-filtered        ***
      ***          screens only                                     ***
      *****************************************************************
      *** Answers whether the named logged-in user holds the named  ***
      *** role, for cow.cbl's dispatch loop: a route whose RT-ROLE  ***
      *** user, an unreadable users dataset, or a role mismatch all ***
      *** come back "N" - the check fails closed, same as the       ***
      *** allowlist does.                                           ***
      *** On a route flagged for the admin role, any other staff    ***
      *** role data/rolecompanies.txt names (getrolecos) answers    ***
      *** "S": such a role is held to its companies, so cow.cbl     ***
      *** only lets it through to the screens that filter by        ***
      *** company, and every other caller treats "S" as a refusal.  ***
      *****************************************************************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       77 users-file-status PIC X(2).
       77 ro-codes          PIC X(60).
       77 ro-staff          PIC X(01).

       LINKAGE SECTION.
       77 ro-user   PIC X(30).
                          AND FUNCTION TRIM(ro-role) NOT = SPACES
                           MOVE "Y" TO ro-result
                       END-IF
                       IF ro-result NOT = "Y"
                          AND FUNCTION TRIM(ro-role) = "admin"
                           CALL "getrolecos" USING USR-ROLE
                               ro-codes ro-staff END-CALL
                           IF ro-staff = "Y"
                               MOVE "S" TO ro-result
                           END-IF
                       END-IF
               END-READ
               CLOSE users-file
           END-IF.
