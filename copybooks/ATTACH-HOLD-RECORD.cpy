      *> Per-account split of an attachment order's hold, for
      *> attachment_holds.dat (ATTACH-ORDERS, Dia 84): how much of
      *> the ACC-HOLD-AMOUNT of each of the debtor's accounts is held
      *> for which order, so the remittance debits the right accounts
      *> and a lifted order releases exactly what it held.
       01 AH-REC.
           05 AH-ORDER-ID    PIC 9(5).
           05 AH-ACC-ID      PIC 9(8).
           05 AH-AMOUNT      PIC 9(9)V99.
