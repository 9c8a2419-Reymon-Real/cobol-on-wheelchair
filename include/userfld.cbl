      *** its CUSTOMER master record: the portal shows exactly that ***
      *** customer's data and nothing else. Spaces on a staff       ***
      *** account.                                                   ***
      *** USR-MOBILE is the account's mobile number, for codes sent ***
      *** by text; USR-2FA-CHANNEL "S" sends the one-time login     ***
      *** code to it through the SMS spool instead of by mail       ***
      *** (spaces or "E": by mail, as before).                      ***
      *****************************************************************
           05 USR-NAME       PIC X(30).
           05 USR-PASS       PIC X(60).
           05 USR-2FA        PIC X(1).
           05 USR-PASS-CHANGED PIC X(21).
           05 USR-CUST-ID    PIC X(10).
           05 USR-MOBILE     PIC X(20).
           05 USR-2FA-CHANNEL PIC X(1).
