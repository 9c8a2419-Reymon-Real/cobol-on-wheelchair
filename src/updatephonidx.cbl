      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  keeps the phonetic index in step with customer  ***
      ***          name writes                                     ***
      *** UPDATE:  only the code and the CUST-ID are indexed, never ***
      ***          the name                                         ***
      *****************************************************************
      *** Called by every path that writes a customer name - the   ***
      *** admin screen, the JSON API, the import worker, the merge ***
      *** through a stale code. Failure never fails the caller's   ***
      *** write - the index is a convenience the rebuild job can   ***
      *** always reconstruct.                                       ***
      *** The caller passes the names in clear; only their codes    ***
      *** reach the index.                                          ***
      *****************************************************************

       IDENTIFICATION DIVISION.
               MOVE SPACES TO phonidx-record
               MOVE new-code TO PHX-CODE
               MOVE px-cust-id TO PHX-CUST-ID
               WRITE phonidx-record
                   INVALID KEY
                       REWRITE phonidx-record
