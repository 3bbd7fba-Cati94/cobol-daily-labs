      *> Sales-order backorder line for sales_orders.dat: the quantity
      *> a customer asked for that stock could not cover when the
      *> sale was made (INVOICE-SYSTEM, Dia 20). Goods receipts in
      *> PURCHASING (Day4) allocate to the open lines oldest first;
      *> a fully covered line is released for invoicing and the
      *> customer is told by NOTIFY-BATCH (Dia 57). Allocated units
      *> stay reserved: other sales only see the stock above them.
       01 SO-REC.
           05 SO-ID           PIC 9(5).
           05 SO-DATE         PIC 9(8).
           05 SO-CUSTOMER     PIC A(20).
           05 SO-PROD-ID      PIC 9(4).
           05 SO-QTY          PIC 9(4).
           05 SO-ALLOC-QTY    PIC 9(4).
      *> Sale terms captured with the order, reused on the invoice.
           05 SO-VAT-RATE     PIC 9(2)V99.
           05 SO-SALESPERSON  PIC 9(3).
           05 SO-CURRENCY     PIC X(3).
      *> B = a espera de stock, R = libertada para faturar,
      *> F = faturada (SO-INV-ID), X = anulada.
           05 SO-STATUS       PIC X.
               88 SO-BACKORDER   VALUE "B".
               88 SO-RELEASED    VALUE "R".
               88 SO-INVOICED    VALUE "F".
               88 SO-CANCELLED   VALUE "X".
               88 SO-OPEN        VALUES "B" "R".
           05 SO-RELEASE-DATE PIC 9(8).
           05 SO-INV-ID       PIC 9(4).
