      *****************************************************************
      *** Shared field list for one spooled outbound text message - ***
      *** the second delivery channel beside the mail spool, in the ***
      *** same shape. Any program drops a message on the spool      ***
      *** through sendsmsq and the SMS drainer hands it to the      ***
      *** gateway with per-message status and retries. SMS-STATUS:  ***
      *** P = pending first try, R = retrying at SMS-NEXT-TRY,      ***
      *** S = sent, D = dead (retries exhausted). SMS-TO is the     ***
      *** number in international form, digits with a leading +;    ***
      *** SMS-TEMPLATE names which canned wording produced the      ***
      *** text, for reporting.                                      ***
      *****************************************************************
           05 SMS-ID       PIC X(10).
           05 SMS-TO       PIC X(20).
           05 SMS-BODY     PIC X(160).
           05 SMS-TEMPLATE PIC X(30).
           05 SMS-STATUS   PIC X(1).
           05 SMS-ATTEMPTS PIC 9(3).
           05 SMS-NEXT-TRY PIC X(21).
           05 SMS-CREATED  PIC X(21).
