      *** S = sent, D = dead (retries exhausted). MAIL-TEMPLATE     ***
      *** names which canned wording produced the body, for         ***
      *** reporting - the body itself is already rendered text.     ***
      *** MAIL-ATTACH, when set, is a file under data/ the drainer  ***
      *** sends along as an attachment (a spooled report, say).     ***
      *****************************************************************
           05 MAIL-ID       PIC X(10).
           05 MAIL-TO       PIC X(90).
           05 MAIL-ATTEMPTS PIC 9(3).
           05 MAIL-NEXT-TRY PIC X(21).
           05 MAIL-CREATED  PIC X(21).
           05 MAIL-ATTACH   PIC X(90).
