      *****************************************************************
      *** Shared field list for one recurring order schedule - a    ***
      *** standing customer's regular order, keyed like the orders  ***
      *** themselves by CUST-ID plus a schedule number minted       ***
      *** through the shared key counter ("RECURNO"), so one        ***
      *** customer's schedules read together. Each raises an order  ***
      *** for REC-QTY of catalog product REC-PROD-CODE, priced from ***
      *** the catalog on the day it is raised. REC-FREQ: W weekly,  ***
      *** M monthly, Q quarterly. The first order falls due on      ***
      *** REC-START; monthly and quarterly ones keep REC-START's    ***
      *** day of the month (the last day in a shorter month).       ***
      *** REC-END is the last CCYYMMDD an order may fall due on,    ***
      *** spaces for no end. REC-NEXT-DUE is the CCYYMMDD the next  ***
      *** order falls due; the nightly raiserecurring step moves it ***
      *** on one period for every order it raises or has to skip.   ***
      *** REC-STATUS: A = active, S = stopped by staff, E = ended   ***
      *** (past REC-END). REC-LAST-ORDER/-RAISED and                ***
      *** REC-RAISED-COUNT say what the schedule last raised, when, ***
      *** and how many orders it has raised in all.                 ***
      *****************************************************************
           05 REC-KEY.
              10 REC-CUST-ID    PIC X(10).
              10 REC-NO         PIC 9(10).
           05 REC-PROD-CODE     PIC X(10).
           05 REC-QTY           PIC 9(5).
           05 REC-FREQ          PIC X(1).
           05 REC-START         PIC X(8).
           05 REC-END           PIC X(8).
           05 REC-NEXT-DUE      PIC X(8).
           05 REC-STATUS        PIC X(1).
           05 REC-LAST-ORDER    PIC 9(10).
           05 REC-LAST-RAISED   PIC X(8).
           05 REC-RAISED-COUNT  PIC 9(5).
           05 REC-USER          PIC X(30).
           05 REC-CREATED       PIC X(21).
           05 REC-CHANGED       PIC X(21).
