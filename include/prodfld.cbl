      *****************************************************************
      *** Shared field list for one PRODUCT in the catalog, keyed   ***
      *** by the code clerks take orders with. PROD-DESC is what    ***
      *** lands in ORD-DESC; the price an order is charged comes    ***
      *** from the product's price history (prhfld.cbl) - the entry ***
      *** with the latest effective-from date not after the order   ***
      *** date. PROD-PRICE is the opening price the product was     ***
      *** filed with (the history's first entry carries the same),  ***
      *** used only for a product with no history at all.           ***
      *** PROD-ACTIVE "N" withdraws a product from order entry      ***
      *** without losing what was sold under it.                    ***
      *** PROD-TAX-CODE is the tax code the product sells under     ***
      *** (R for a reduced-rate line, say); spaces leaves it to the ***
      *** customer's default.                                       ***
      *****************************************************************
           05 PROD-CODE    PIC X(10).
           05 PROD-DESC    PIC X(60).
           05 PROD-PRICE   PIC 9(7)V99.
           05 PROD-ACTIVE  PIC X(1).
           05 PROD-CREATED PIC X(21).
           05 PROD-CHANGED PIC X(21).
           05 PROD-USER    PIC X(30).
           05 PROD-TAX-CODE PIC X(1).
