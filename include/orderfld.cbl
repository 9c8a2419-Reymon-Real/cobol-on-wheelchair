      *** P = paid in full, C = cancelled. Taken on the order-entry ***
      *** admin screen; a customer's open orders show on showname's ***
      *** detail view.                                               ***
      *** ORD-CREDITED accumulates what credit notes raised against ***
      *** the order's invoice have taken off it - money owed no     ***
      *** longer, but never cash received. What is still owed is    ***
      *** ORD-AMOUNT less ORD-PAID less ORD-CREDITED; an order      ***
      *** whose balance reaches zero that way is settled ("P").     ***
      *** ORD-PROD-CODE names the catalog product the order was     ***
      *** taken for (prodfld.cbl) - ORD-DESC and ORD-UNIT-PRICE are ***
      *** copied from the catalog at that moment, so a later price  ***
      *** change never reprices an order. Spaces on orders from     ***
      *** before the catalog.                                       ***
      *** ORD-TAX-CODE / ORD-TAX-RATE / ORD-TAX are stamped by the  ***
      *** invoice run: the tax code the order was billed under      ***
      *** (taxfld.cbl), the percentage in force on the invoice date ***
      *** and the tax charged on ORD-AMOUNT, which stays the net.   ***
      *** Until the order is billed ORD-TAX is zero; from then on   ***
      *** what is still owed is ORD-AMOUNT plus ORD-TAX less        ***
      *** ORD-PAID less ORD-CREDITED. A code already on an unbilled ***
      *** order (a bank fee is filed exempt) is kept by the run.    ***
      *** ORD-SOURCE "R" marks an order raised by the nightly run   ***
      *** from a recurring order schedule (recurfld.cbl), whose     ***
      *** number ORD-RECUR-NO carries; "I" a late-payment interest  ***
      *** charge raised by the month-end interest run, which never  ***
      *** itself earns interest; "U" a partner's API usage priced   ***
      *** by the month-end metering run (apiusagebill); spaces for  ***
      *** every other way in -                                      ***
      *** the clerk, the portal, a quote, a bank fee.               ***
      *** ORD-STATUS "W" is an order whose invoice was written off  ***
      *** as a bad debt; ORD-WRITTEN-OFF is what it still owed then ***
      *** - owed no longer and never cash received, like a credit.  ***
      *** Zero on every other order.                                ***
      *** ORD-ADJ-DATE is set (CCYYMMDD) when an order created in a ***
      *** financial period that has since been closed (perfld.cbl)  ***
      *** is changed afterwards - the change is booked to the open  ***
      *** period on that date as an adjustment, and the closed      ***
      *** month's figures stay as they were. Spaces otherwise.      ***
      *** ORD-FUL-STATUS is where the goods are: A awaiting pick,   ***
      *** K picked, D dispatched - set "A" when a goods order is    ***
      *** taken (clerk, portal, recurring run) and moved on from    ***
      *** the warehouse's fulfilment screen. Spaces on an order     ***
      *** with nothing to ship (an interest charge, a bank fee) and ***
      *** on orders from before fulfilment was tracked. ORD-PICKED  ***
      *** and ORD-DISPATCHED are the CCYYMMDD of each step; a       ***
      *** dispatch carries ORD-SHIPMENT, the shipment number minted ***
      *** for the parcel (one customer's picked orders travel       ***
      *** together), with the carrier and its tracking reference.   ***
      *** ORD-SHIPMENT is zero until then.                          ***
      *** ORD-CURRENCY is the currency the order was invoiced in    ***
      *** (spaces: base) and ORD-FX-RATE the rate it was billed at; ***
      *** ORD-FX-AMOUNT is its gross in that currency and           ***
      *** ORD-FX-PAID how much of that the customer has paid. The   ***
      *** base amounts stay the booked equivalent - ORD-PAID takes  ***
      *** the booked share of each foreign payment, so the two      ***
      *** reach "paid up" together.                                 ***
      *** ORD-COMPANY is the trading company the order is booked    ***
      *** to, taken from the customer when the order is entered and ***
      *** stamped again when it is billed - spaces for the home     ***
      *** company.                                                  ***
      *** ORD-STATUS "H" is an order taken over the order-value     ***
      *** approval limit (ORDERAPPROVALLIMIT in the runtime         ***
      *** configuration): held - not billed, not picked - until a   ***
      *** second user decides the dual-control approval             ***
      *** ORD-APPR-ID names. Approved it becomes "O" like any new   ***
      *** order; rejected it is cancelled ("C") with the reason     ***
      *** left as a contact note. Spaces on every other order.      ***
      *****************************************************************
           05 ORD-KEY.
              10 ORD-CUST-ID PIC X(10).
           05 ORD-USER       PIC X(30).
           05 ORD-CREATED    PIC X(21).
           05 ORD-CHANGED    PIC X(21).
           05 ORD-CREDITED   PIC 9(9)V99.
           05 ORD-PROD-CODE  PIC X(10).
           05 ORD-TAX-CODE   PIC X(1).
           05 ORD-TAX-RATE   PIC 9(3)V99.
           05 ORD-TAX        PIC 9(9)V99.
           05 ORD-SOURCE     PIC X(1).
           05 ORD-RECUR-NO   PIC 9(10).
           05 ORD-WRITTEN-OFF PIC 9(9)V99.
           05 ORD-ADJ-DATE   PIC X(8).
           05 ORD-FUL-STATUS PIC X(1).
           05 ORD-PICKED     PIC X(8).
           05 ORD-DISPATCHED PIC X(8).
           05 ORD-SHIPMENT   PIC 9(10).
           05 ORD-CARRIER    PIC X(20).
           05 ORD-TRACKING   PIC X(30).
           05 ORD-CURRENCY   PIC X(3).
           05 ORD-FX-RATE    PIC 9(7)V9(6).
           05 ORD-FX-AMOUNT  PIC 9(9)V99.
           05 ORD-FX-PAID    PIC 9(9)V99.
           05 ORD-COMPANY    PIC X(4).
           05 ORD-APPR-ID    PIC X(10).
