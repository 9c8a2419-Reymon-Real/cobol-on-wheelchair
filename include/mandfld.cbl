      *****************************************************************
      *** Shared field list for one direct debit MANDATE: the       ***
      *** customer's signed permission for us to collect from their ***
      *** bank account. Keyed by CUST-ID plus a mandate number      ***
      *** minted through the shared key counter ("MANDATE   "), so  ***
      *** a customer's mandates cluster together in key order the   ***
      *** way its contracts do. MDT-REF is the mandate reference    ***
      *** the bank knows it by (printed on the signed form), and    ***
      *** MDT-SIGNED the CCYYMMDD it was signed.                    ***
      *** MDT-HOLDER and MDT-ACCOUNT - the account holder's name    ***
      *** and the account number or IBAN - are sealed at rest       ***
      *** (mandcrypt) under the customer key, the way the customer  ***
      *** master's personal fields are: MDT-SEALED "Y" ciphertext   ***
      *** under key MDT-KEY-VER with salt MDT-SEAL-SALT, "O" opened ***
      *** by a program that must seal it again before a rewrite.    ***
      *** MDT-ACCT-TAIL is the account's last four characters, kept ***
      *** in clear so the screens can say which account without     ***
      *** opening anything. MDT-BANK-ID is the bank's code (BIC or  ***
      *** sort code).                                               ***
      *** MDT-STATUS:                                               ***
      ***  - "A" active - at most one per customer, and the one the ***
      ***    collection run uses;                                   ***
      ***  - "C" cancelled - the bank returned a collection saying  ***
      ***    the mandate or the account is gone (MDT-CANCEL-DATE    ***
      ***    and -REASON say when and why);                         ***
      ***  - "E" ended by the office, at the customer's request.    ***
      *** MDT-FIRST "Y" until a collection under the mandate has    ***
      *** gone to the bank (the bank wants the first collection     ***
      *** marked as such), and again after the bank details change  ***
      *** or a first collection comes back. MDT-LAST-COLLECTED is   ***
      *** the CCYYMMDD of the latest collection submitted.          ***
      *** Maintained from the customer detail view.                 ***
      *****************************************************************
           05 MDT-KEY.
              10 MDT-CUST-ID  PIC X(10).
              10 MDT-NO       PIC 9(10).
           05 MDT-REF            PIC X(35).
           05 MDT-SIGNED         PIC X(8).
           05 MDT-HOLDER         PIC X(60).
           05 MDT-ACCOUNT        PIC X(34).
           05 MDT-ACCT-TAIL      PIC X(4).
           05 MDT-BANK-ID        PIC X(11).
           05 MDT-STATUS         PIC X(1).
           05 MDT-FIRST          PIC X(1).
           05 MDT-LAST-COLLECTED PIC X(8).
           05 MDT-CANCEL-DATE    PIC X(8).
           05 MDT-CANCEL-REASON  PIC X(40).
           05 MDT-CREATED        PIC X(21).
           05 MDT-CHANGED        PIC X(21).
           05 MDT-CHANGED-BY     PIC X(30).
           05 MDT-SEALED         PIC X(1).
           05 MDT-KEY-VER        PIC 9(2).
           05 MDT-SEAL-SALT      PIC X(8).
