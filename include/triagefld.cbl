      *****************************************************************
      *** Shared field list for one inbound customer email the      ***
      *** nightly mail intake could not tie to a customer - not by  ***
      *** sender address, not by an invoice or campaign reference   ***
      *** in the subject. Keyed by a number off the MAILTRIAGE key  ***
      *** counter. TRI-STATUS "O" is open on the triage screen, "A" ***
      *** assigned to a customer (TRI-CUST-ID, with a contact note  ***
      *** filed on the account), "D" dismissed as not a customer's  ***
      *** mail; TRI-DONE-BY and TRI-DONE-WHEN say who settled it.   ***
      *****************************************************************
           05 TRI-ID        PIC X(10).
           05 TRI-RECEIVED  PIC X(30).
           05 TRI-FROM      PIC X(90).
           05 TRI-SUBJECT   PIC X(90).
           05 TRI-SNIPPET   PIC X(120).
           05 TRI-STATUS    PIC X(1).
           05 TRI-CUST-ID   PIC X(10).
           05 TRI-CREATED   PIC X(21).
           05 TRI-DONE-BY   PIC X(30).
           05 TRI-DONE-WHEN PIC X(21).
