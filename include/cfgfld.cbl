      ***   WEBHOOKTHRESH   the result size showsum alerts on       ***
      ***   RETRYBACKOFFNS  retrywait's per-attempt pause (nanosec) ***
      ***   LOCKMAXFAILS    login's lockout ceiling default         ***
      ***   DUNNINGDAYS1    days overdue before the polite reminder ***
      ***   DUNNINGDAYS2    days overdue before the firm reminder   ***
      ***   DUNNINGDAYS3    days overdue before the final notice    ***
      ***   CREDITHOLDDAYS  order age that puts a customer on hold  ***
      ***   CREDITWARNPCT   percent of limit the exposure report    ***
      ***                   starts listing a customer at            ***
      ***   QUOTEVALIDDAYS  days a customer quote stays open when   ***
      ***                   saved without an expiry date            ***
      ***   RETURNFEECENTS  fee charged, in cents, on a payment the ***
      ***                   bank returns (0: no fee order)          ***
      ***   BILLDISPATCHED  1: the invoice run bills a goods order  ***
      ***                   only once it is dispatched; 0 (or       ***
      ***                   absent): as soon as it is taken         ***
      ***   RMAOPENDAYS     days a return may stay authorized with  ***
      ***                   no goods back before the open-returns   ***
      ***                   report lists it                         ***
      ***   APIKEYDAYS      days a newly loaded or rotated API key  ***
      ***                   stays valid when no expiry is given     ***
      ***   APIKEYOVERLAP   days an API key keeps working after a   ***
      ***                   rotation issued its replacement         ***
      ***   APIKEYWARNDAYS  days ahead the weekly notice warns of   ***
      ***                   an API key's expiry                     ***
      ***   MAILREPLYDAYS   days out a customer's emailed reply is  ***
      ***                   due for a callback once filed as a note ***
      ***   DUNNINGSMS      1: a dunning reminder that cannot go by ***
      ***                   mail is texted to CUST-PHONE before a   ***
      ***                   letter is printed; 0 (or absent):       ***
      ***                   printed straight away                   ***
      ***   ARCHIVEDAYS     days since an order or invoice was      ***
      ***                   settled before the yearly archive run   ***
      ***                   moves it off the live files (730 when   ***
      ***                   absent)                                 ***
      ***   TERMSDAYS       days a customer with no payment terms   ***
      ***                   of their own is given to pay (30 when   ***
      ***                   absent)                                 ***
      ***   TERMSEOM        1: those default terms run from the end ***
      ***                   of the invoice month; 0 (or absent):    ***
      ***                   from the invoice date                   ***
      ***   AGINGBYDUE      1: the receivables aging buckets by     ***
      ***                   days past the invoice due date; 0 (or   ***
      ***                   absent): by age from the invoice date   ***
      ***   CASHDOUBTDAYS   days past its expected receipt date a   ***
      ***                   past-due invoice is counted doubtful in ***
      ***                   the cash forecast (30 when absent)      ***
      ***   CONTRACTNOTICE  notice period, in days, a new contract  ***
      ***                   takes when none is given (90 when       ***
      ***                   absent)                                 ***
      *****************************************************************
           05 CFG-KEY        PIC X(30).
           05 CFG-VALUE      PIC 9(12).
