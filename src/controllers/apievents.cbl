      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  inbound event intake for machine callers         ***
      *** UPDATE:  signed card payment callbacks from the provider  ***
      *****************************************************************
      *** POST /api/events, behind an API key like the customer     ***
      *** API: an authenticated system delivers one JSON event per  ***
      *** in the rejects file. The warehouse stops emailing         ***
      *** spreadsheets, and a web request never holds the master    ***
      *** datasets open for writing.                                 ***
      *** Type "payment.card" is the card provider's callback for a ***
      *** portal payment: ref, outcome (paid, failed or disputed),  ***
      *** amount, the provider's own reference and a signature over ***
      *** "ref|outcome|amount|provref" keyed with the secret we     ***
      *** share with the provider. The secret comes from the        ***
      *** CARD_PROVIDER_SECRET environment variable, never from a   ***
      *** file under data/; with none set, card callbacks are       ***
      *** refused outright. A signature that doesn't match is       ***
      *** refused and goes to the security event feed - by the      ***
      *** payment reference only, never the signature presented.    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       77 ae-city-text      PIC X(90) VALUE SPACES.
       77 ae-postcode-text  PIC X(90) VALUE SPACES.
       77 ae-status-text    PIC X(90) VALUE SPACES.
       77 ae-ref-text       PIC X(90) VALUE SPACES.
       77 ae-outcome-text   PIC X(90) VALUE SPACES.
       77 ae-amount-text    PIC X(90) VALUE SPACES.
       77 ae-provref-text   PIC X(90) VALUE SPACES.
       77 ae-signature-text PIC X(90) VALUE SPACES.

       77 ae-outcome      PIC X(1)  VALUE SPACES.
       77 ae-secret       PIC X(40) VALUE SPACES.
       77 ae-sign-payload PIC X(200).
       77 ae-expected-sig PIC X(16).
       77 ae-refusal      PIC X(40) VALUE SPACES.

       77 ae-new-key      PIC 9(10) VALUE 0.
       77 ae-new-key-disp PIC Z(9)9.
       01 ae-val-rules.
          COPY "valrule.cbl".

       01 security-event.
           COPY "secevtfld.cbl".

       01 the-vars.
           COPY "cowvars.cbl".

                   PERFORM validate-address-event
               WHEN "order.status"
                   PERFORM validate-order-event
               WHEN "payment.card"
                   PERFORM validate-payment-event
               WHEN OTHER
                   MOVE "N" TO ae-val-ok
                   MOVE "unknown event type" TO ae-val-message
           END-EVALUATE.

           IF ae-refusal NOT = SPACES
               CALL "setstatus" USING ae-refusal END-CALL
               MOVE "error" TO COW-varname(1)
               MOVE ae-val-message TO COW-varvalue(1)
               EXIT PARAGRAPH
           END-IF.

           IF ae-val-ok = "N"
               CALL "setstatus" USING
                   "400 Bad Request                         "
               END-IF
           END-IF.

      *****************************************************************
      *** The provider's callback. Shape first, then the signature: ***
      *** no secret configured means no card payments at all, and a ***
      *** signature that doesn't match our own over the same four   ***
      *** values is refused as forged - nothing is queued for       ***
      *** either.                                                   ***
      *****************************************************************
       validate-payment-event.

           MOVE SPACES TO ae-val-rules.
           MOVE "ref"       TO VAL-FIELD(1).
           MOVE "Y"         TO VAL-REQUIRED(1).
           MOVE "N"         TO VAL-NUMERIC(1).
           MOVE 10          TO VAL-MAXLEN(1).
           MOVE "outcome"   TO VAL-FIELD(2).
           MOVE "Y"         TO VAL-REQUIRED(2).
           MOVE "N"         TO VAL-NUMERIC(2).
           MOVE 8           TO VAL-MAXLEN(2).
           MOVE "amount"    TO VAL-FIELD(3).
           MOVE "Y"         TO VAL-REQUIRED(3).
           MOVE "Y"         TO VAL-NUMERIC(3).
           MOVE 12          TO VAL-MAXLEN(3).
           MOVE "provref"   TO VAL-FIELD(4).
           MOVE "Y"         TO VAL-REQUIRED(4).
           MOVE "N"         TO VAL-NUMERIC(4).
           MOVE 30          TO VAL-MAXLEN(4).
           MOVE "signature" TO VAL-FIELD(5).
           MOVE "Y"         TO VAL-REQUIRED(5).
           MOVE "N"         TO VAL-NUMERIC(5).
           MOVE 16          TO VAL-MAXLEN(5).

           CALL "validatefields" USING the-values ae-val-rules
               ae-val-ok ae-val-message END-CALL.

           CALL "getparam" USING the-values "ref"
               ae-ref-text END-CALL.
           CALL "getparam" USING the-values "outcome"
               ae-outcome-text END-CALL.
           CALL "getparam" USING the-values "amount"
               ae-amount-text END-CALL.
           CALL "getparam" USING the-values "provref"
               ae-provref-text END-CALL.
           CALL "getparam" USING the-values "signature"
               ae-signature-text END-CALL.

           IF ae-val-ok = "N"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION TRIM(ae-outcome-text)
               WHEN "paid"
                   MOVE "P" TO ae-outcome
               WHEN "failed"
                   MOVE "F" TO ae-outcome
               WHEN "disputed"
                   MOVE "D" TO ae-outcome
               WHEN OTHER
                   MOVE "N" TO ae-val-ok
                   MOVE "outcome must be paid, failed or disputed"
                       TO ae-val-message
                   EXIT PARAGRAPH
           END-EVALUATE.

           ACCEPT ae-secret FROM ENVIRONMENT "CARD_PROVIDER_SECRET"
               END-ACCEPT.
           IF ae-secret = SPACES
               MOVE "503 Service Unavailable                 "
                   TO ae-refusal
               MOVE "card payments are not configured"
                   TO ae-val-message
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ae-sign-payload.
           STRING FUNCTION TRIM(ae-ref-text)     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ae-outcome-text) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ae-amount-text)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ae-provref-text) DELIMITED BY SIZE
               INTO ae-sign-payload
           END-STRING.
           CALL "signpayload" USING ae-secret ae-sign-payload
               ae-expected-sig END-CALL.
           MOVE SPACES TO ae-secret.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ae-signature-text))
              NOT = ae-expected-sig
               MOVE "401 Unauthorized                        "
                   TO ae-refusal
               MOVE "signature does not match" TO ae-val-message
               MOVE SPACES TO security-event
               MOVE "payment.forged" TO SEC-EVENT
               MOVE "cardprovider" TO SEC-USER
               MOVE FUNCTION TRIM(ae-ref-text) TO SEC-TARGET
               MOVE "card payment callback with a bad signature"
                   TO SEC-DETAIL
               CALL "logsecevent" USING security-event END-CALL
           END-IF.

       append-event-record.

           OPEN I-O inboundevents-file.
           MOVE FUNCTION TRIM(ae-city-text)     TO IE-CITY.
           MOVE FUNCTION TRIM(ae-postcode-text) TO IE-POSTCODE.
           MOVE FUNCTION TRIM(ae-status-text)   TO IE-ORDSTATUS.
           MOVE FUNCTION TRIM(ae-ref-text)      TO IE-PAY-REF.
           MOVE ae-outcome                      TO IE-PAY-OUTCOME.
           IF FUNCTION TEST-NUMVAL(ae-amount-text) = 0
               COMPUTE IE-PAY-AMOUNT =
                   FUNCTION NUMVAL(ae-amount-text)
           ELSE
               MOVE 0 TO IE-PAY-AMOUNT
           END-IF.
           MOVE FUNCTION TRIM(ae-provref-text)  TO IE-PAY-PROV-REF.
           MOVE "P" TO IE-STATUS.
           MOVE FUNCTION CURRENT-DATE TO IE-RECEIVED.

