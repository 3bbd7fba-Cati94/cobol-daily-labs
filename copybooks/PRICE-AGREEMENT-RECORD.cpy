      *> Customer price agreement for price_agreements.dat, maintained
      *> in INVOICE-SYSTEM (Dia 20). Keyed by customer (name, as on the
      *> invoice) and product, or customer and all products (product
      *> 0). Quantity breaks are separate lines with a higher
      *> PA-MIN-QTY. An agreement is either a fixed unit price (F) or
      *> a percentage off the list price (D), valid between the two
      *> dates (PA-VALID-TO zero = open-ended). On a sale the lowest
      *> unit price among the valid agreements wins, never above the
      *> list price.
       01 PA-REC.
           05 PA-ID          PIC 9(4).
           05 PA-CUSTOMER    PIC A(20).
           05 PA-PROD-ID     PIC 9(4).
           05 PA-MIN-QTY     PIC 9(4).
           05 PA-TYPE        PIC X.
               88 PA-FIXED-PRICE VALUE "F".
               88 PA-DISCOUNT    VALUE "D".
           05 PA-PRICE       PIC 9(5)V99.
           05 PA-DISC-PCT    PIC 9(2)V99.
           05 PA-VALID-FROM  PIC 9(8).
           05 PA-VALID-TO    PIC 9(8).
