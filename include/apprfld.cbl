      *** Shared field list for one pending dual-control approval:  ***
      *** the sensitive changes one admin may no longer land alone  ***
      *** (granting the admin role, disabling an account,           ***
      *** disabling a route, writing off a bad debt). The           ***
      *** requesting screen files the change here instead of        ***
      *** applying it; a second admin - a different one - approves  ***
      *** or rejects on the approvals screen, and only an approval  ***
      *** touches the live dataset. APPR-KIND "user", "route",      ***
      *** "writeoff" (APPR-TARGET the invoice number), "customer"   ***
      *** (action "erase", APPR-TARGET the CUST-ID), "hold"         ***
      *** (action "release", APPR-TARGET the HOLD-ID) or "order"    ***
      *** (action "release", APPR-TARGET "<CUST-ID>/<ORD-NO>" - an  ***
      *** order taken over the order-value approval limit);         ***
      *** APPR-DETAIL carries the change's fields packed name=value ***
      *** (a password rides only as its salted hash) or, for an     ***
      *** erasure or a release, the reason given. APPR-STATUS: P    ***
      *** pending, A approved, R rejected - decided records stay as ***
      *** the audit story.                                          ***
      *****************************************************************
           05 APPR-ID       PIC X(10).
           05 APPR-KIND     PIC X(10).
