      *** inactive, its notes have been re-keyed to the survivor,   ***
      *** and lookups against the old id follow the pointer so old  ***
      *** references still resolve.                                  ***
      *** CUST-CREDIT-LIMIT is the most the customer may owe on     ***
      *** open and billed-unpaid orders; zero (or a record written  ***
      *** before the field existed) means no limit is set.          ***
      *** CUST-CREDIT-HOLD "Y" refuses every new order: the nightly ***
      *** credit review puts a customer past CREDITHOLDDAYS on the  ***
      *** aging on hold by itself, staff can put one on hold by     ***
      *** hand, and only a logged admin release takes it off - "R"  ***
      *** marks a released customer whose old debt hasn't cleared   ***
      *** yet, so the review doesn't slap the same hold straight    ***
      *** back on. CUST-HOLD-WHEN/-BY stamp the last hold or        ***
      *** release.                                                  ***
      *** CUST-TAX-CODE is the customer's default tax code          ***
      *** (taxfld.cbl); spaces means standard. An exempt (E) or     ***
      *** zero-rated (Z) customer stays that way on every order;    ***
      *** otherwise a product's own code wins over the default.     ***
      *** CUST-NO-INTEREST "Y" exempts the customer from the        ***
      *** month-end late-payment interest charge; spaces or "N"     ***
      *** leave them liable like everyone else.                     ***
      *** CUST-NO-SMS "Y" is the do-not-text override: nothing for  ***
      *** this customer's CUST-PHONE reaches the SMS spool.         ***
      *** CUST-PARENT-ID names the head-office account a branch     ***
      *** belongs to (spaces: none - the customer stands alone or   ***
      *** is itself a parent). Only one level: a parent never has a ***
      *** parent of its own. CUST-BILL-TO "P" bills the branch to   ***
      *** that parent - its orders go on the parent's consolidated  ***
      *** invoice, a line per branch, and the parent's payments are ***
      *** applied across them; spaces bills the branch itself.      ***
      *** CUST-OWNER is the staff login (USR-NAME) that owns the    ***
      *** account - whose follow-ups, disputes and collections      ***
      *** they are, and whose weekly portfolio the customer is on.  ***
      *** Spaces: nobody owns it yet.                               ***
      *** CUST-CURRENCY is the ISO code the customer is invoiced    ***
      *** and pays in (exchfld.cbl); spaces bills in our base       ***
      *** currency, as every customer was before.                   ***
      *** CUST-COMPANY is the trading company (getcompany,          ***
      *** cofld.cbl) the customer deals with - spaces for the home  ***
      *** company. Its orders, invoices and payments are that       ***
      *** company's, and staff see the customer only if their role  ***
      *** grants it.                                                ***
      *** CUST-TERMS-TYPE and CUST-TERMS-DAYS are the payment terms ***
      *** the customer's invoices fall due on (getduedate): "N" net ***
      *** - due CUST-TERMS-DAYS after the invoice date (net 7, 30,  ***
      *** 60), "E" end of month plus CUST-TERMS-DAYS. Spaces takes  ***
      *** the TERMSDAYS / TERMSEOM defaults from config.            ***
      *** CUST-NAME, CUST-EMAIL, the address lines, CUST-CITY,      ***
      *** CUST-POSTCODE and CUST-PHONE are held sealed at rest      ***
      *** (custcrypt): CUST-SEALED "Y" means they are ciphertext    ***
      *** under the customer key CUST-KEY-VER with the per-write    ***
      *** CUST-SEAL-SALT, "O" that a program has opened them in     ***
      *** memory, spaces that the record was written before sealing ***
      *** and is still in clear until the rekey job reaches it. A   ***
      *** program opens a record only to show or mail it and seals  ***
      *** it again before it goes back to the file. CUST-EMAIL-KEY  ***
      *** is the keyed digest of the folded email, so an exact      ***
      *** address lookup matches without opening anything.          ***
      *****************************************************************
           05 CUST-ID       PIC X(10).
           05 CUST-NAME     PIC X(60).
           05 CUST-LANG         PIC X(2).
           05 CUST-NO-MARKETING PIC X(1).
           05 CUST-NO-EMAIL     PIC X(1).
           05 CUST-CREDIT-LIMIT PIC 9(9)V99.
           05 CUST-CREDIT-HOLD  PIC X(1).
           05 CUST-HOLD-WHEN    PIC X(21).
           05 CUST-HOLD-BY      PIC X(30).
           05 CUST-TAX-CODE     PIC X(1).
           05 CUST-NO-INTEREST  PIC X(1).
           05 CUST-NO-SMS       PIC X(1).
           05 CUST-PARENT-ID    PIC X(10).
           05 CUST-BILL-TO      PIC X(1).
           05 CUST-OWNER        PIC X(30).
           05 CUST-CURRENCY     PIC X(3).
           05 CUST-COMPANY      PIC X(4).
           05 CUST-TERMS-TYPE   PIC X(1).
           05 CUST-TERMS-DAYS   PIC 9(3).
           05 CUST-SEALED       PIC X(1).
           05 CUST-KEY-VER      PIC 9(2).
           05 CUST-SEAL-SALT    PIC X(8).
           05 CUST-EMAIL-KEY    PIC X(16).
