      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  seals and opens a direct debit mandate's bank    ***
      ***          details                                          ***
      *****************************************************************
      *** Keeps a mandate's account holder and account number       ***
      *** sealed at rest under the same customer key, cipher and    ***
      *** key file as the customer master - custcrypt does the      ***
      *** work. The two fields ride into a scratch customer record  ***
      *** under the mandate's own CUST-ID, seal state, key version  ***
      *** and salt, custcrypt seals or opens that, and the results  ***
      *** come back. The salt is the mandate's own (a fresh one on  ***
      *** every seal), so the keystream never repeats the one on    ***
      *** the customer's own record. Modes and the result as        ***
      *** custcrypt's: "S" seal, "O" open; "Y" done, "N" when the   ***
      *** key it needs isn't there - the mandate is then left       ***
      *** exactly as it was.                                        ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mandcrypt.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 md-customer.
           COPY "custfld.cbl".

       LINKAGE SECTION.
       77 md-mode PIC X(01).
       01 md-mandate.
           COPY "mandfld.cbl".
       77 md-result PIC X(01).

       PROCEDURE DIVISION USING md-mode md-mandate md-result.

       start-mandcrypt.

           MOVE "N" TO md-result.

           MOVE SPACES TO md-customer.
           MOVE MDT-CUST-ID   TO CUST-ID.
           MOVE MDT-HOLDER    TO CUST-NAME.
           MOVE MDT-ACCOUNT   TO CUST-ADDR1.
           MOVE MDT-SEALED    TO CUST-SEALED.
           MOVE MDT-SEAL-SALT TO CUST-SEAL-SALT.
           IF MDT-KEY-VER IS NUMERIC
               MOVE MDT-KEY-VER TO CUST-KEY-VER
           ELSE
               MOVE 0 TO CUST-KEY-VER
           END-IF.

           CALL "custcrypt" USING md-mode md-customer md-result
               END-CALL.
           IF md-result NOT = "Y"
               GOBACK
           END-IF.

           MOVE CUST-NAME        TO MDT-HOLDER.
           MOVE CUST-ADDR1(1:34) TO MDT-ACCOUNT.
           MOVE CUST-SEALED      TO MDT-SEALED.
           MOVE CUST-KEY-VER     TO MDT-KEY-VER.
           MOVE CUST-SEAL-SALT   TO MDT-SEAL-SALT.

           GOBACK.
