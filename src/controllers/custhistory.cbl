      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  change-history screen for one customer record   ***
      *** UPDATE:  the sealed images are opened for display         ***
      *****************************************************************
      *** /admin/customers/history?id=<CUST-ID>: every before and  ***
      *** after image logcustchange filed for that record, newest  ***
       01 ch-after-view.
           COPY "custfld.cbl"
              REPLACING LEADING ==CUST== BY ==AF==.
       77 ch-open-result PIC X(01).

       77 ch-shown      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ch-shown-disp PIC Z(3)9.

           MOVE CH-BEFORE TO ch-before-view.
           MOVE CH-AFTER  TO ch-after-view.
           IF CH-BEFORE NOT = SPACES
               CALL "custcrypt" USING "O" ch-before-view ch-open-result
                   END-CALL
           END-IF.
           CALL "custcrypt" USING "O" ch-after-view ch-open-result
               END-CALL.
           MOVE ch-shown TO ch-shown-disp.

           COMPUTE ch-var-ctr = (ch-shown * 5) + 1.
