      *****************************************************************
      *** Shared field list for one account's line in a quarterly   ***
      *** access recertification - the proof, each quarter, that    ***
      *** every enabled account on users.dat still needs its role.  ***
      *** CERT-CAMPAIGN is the quarter (CCYYQn); opening it         ***
      *** snapshots each enabled account as it stood: role, second  ***
      *** factor, last successful login (lastlogin.dat) and the     ***
      *** enabled API keys it owns (shown by their first four       ***
      *** characters only). CERT-REVIEWER is the one named admin    ***
      *** who decides the campaign's lines - their own line is      ***
      *** decided by any other admin. CERT-STATUS:                  ***
      ***  - "P" pending review;                                    ***
      ***  - "C" confirmed - the account keeps its role;            ***
      ***  - "R" revocation filed - CERT-APPR-ID is the user/disable***
      ***    request waiting for a second admin;                    ***
      ***  - "V" revoked - that request was approved;               ***
      ***  - "K" kept - that request was rejected;                  ***
      ***  - "D" disabled - still unreviewed at the deadline, the   ***
      ***    account was disabled by the closing job.               ***
      *** CERT-DEADLINE and CERT-REPORTED are CCYYMMDD; CERT-       ***
      *** REPORTED is set on every line once the finished review    ***
      *** has gone to the report spool.                             ***
      *****************************************************************
           05 CERT-KEY.
              10 CERT-CAMPAIGN PIC X(6).
              10 CERT-USER     PIC X(30).
           05 CERT-ROLE       PIC X(10).
           05 CERT-2FA        PIC X(1).
           05 CERT-LAST-LOGIN PIC X(21).
           05 CERT-LAST-ADDR  PIC X(45).
           05 CERT-KEY-COUNT  PIC 9(3).
           05 CERT-KEY-LIST   PIC X(60).
           05 CERT-REVIEWER   PIC X(30).
           05 CERT-DEADLINE   PIC X(8).
           05 CERT-OPENED-BY  PIC X(30).
           05 CERT-OPENED     PIC X(21).
           05 CERT-STATUS     PIC X(1).
           05 CERT-DEC-BY     PIC X(30).
           05 CERT-DEC-WHEN   PIC X(21).
           05 CERT-NOTE       PIC X(60).
           05 CERT-APPR-ID    PIC X(10).
           05 CERT-REPORTED   PIC X(8).
