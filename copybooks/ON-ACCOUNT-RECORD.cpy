      *> Customer on-account ledger line for customer_on_account.dat,
      *> maintained in INVOICE-SYSTEM (Dia 20). Receipts that cannot
      *> go against an invoice (deposits before an order, payments
      *> with no reference, the excess of an overpayment) are held
      *> here as R lines; each A line applies part of that money to
      *> an invoice (and has a matching invoice_payments.dat line
      *> with PAY-SOURCE "C"). Amounts are in euros. The unapplied
      *> balance of a customer is the sum of R lines minus the sum
      *> of A lines; allocations consume the oldest receipts first.
       01 OA-REC.
           05 OA-ID          PIC 9(6).
           05 OA-CUSTOMER    PIC A(20).
           05 OA-DATE        PIC 9(8).
           05 OA-TYPE        PIC X.
               88 OA-RECEIPT    VALUE "R".
               88 OA-ALLOCATION VALUE "A".
      *> A: invoice the money went to; R: invoice overpaid (0 for
      *> deposits and unreferenced receipts).
           05 OA-INV-ID      PIC 9(4).
           05 OA-AMOUNT      PIC 9(7)V99.
           05 OA-DESC        PIC X(30).
