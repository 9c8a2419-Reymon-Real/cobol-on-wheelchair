      *****************************************************************
      *** Shared field list for one security event handed to        ***
      *** logsecevent: SEC-EVENT is the event's name from the       ***
      *** catalogue logsecevent keeps (login.failure, login.locked, ***
      *** login.disabled, account.lockout, mfa.failure,             ***
      *** mfa.unenrolled, deny.added, role.granted,                 ***
      *** account.disabled, account.enabled, apikey.refused,        ***
      *** payment.forged) -                                         ***
      *** the catalogue, not the caller, decides the signature id   ***
      *** and severity the feed carries. SEC-USER is the login that ***
      *** acted or tried to (the name typed at a failed login, the  ***
      *** administrator behind a change, the job for a batch        ***
      *** addition), SEC-TARGET what it acted on (another account,  ***
      *** a deny-listed address, a route), SEC-DETAIL a short line  ***
      *** of free text. The source address and trace id are picked  ***
      *** up by logsecevent itself. A secret - a password, a code,  ***
      *** a whole API key - never goes in any of them.              ***
      *****************************************************************
           05 SEC-EVENT  PIC X(20).
           05 SEC-USER   PIC X(30).
           05 SEC-TARGET PIC X(60).
           05 SEC-DETAIL PIC X(120).
