      *> Sweep arrangement layout for sweep_arrangements.dat,
      *> maintained by ACCOUNT-SWEEP (Dia 81): pairs a customer's
      *> current account with a savings account of the same
      *> customer (same ACC-CUST-ID). The day-end sweep step keeps
      *> the current account at SW-TARGET: an available balance
      *> above the target is swept into savings, and one that has
      *> dropped below SW-FLOOR is topped back up to the target from
      *> savings. A movement smaller than SW-MIN-AMOUNT is not made.
       01 SW-REC.
           05 SW-ID          PIC 9(4).
           05 SW-MAIN-ACC    PIC 9(8).
           05 SW-SAVE-ACC    PIC 9(8).
           05 SW-TARGET      PIC 9(7)V99.
           05 SW-FLOOR       PIC 9(7)V99.
           05 SW-MIN-AMOUNT  PIC 9(7)V99.
      *> A = ativo, S = suspenso, X = cancelado (fica para historico).
           05 SW-STATUS      PIC X.
               88 SW-ACTIVE    VALUE "A".
               88 SW-SUSPENDED VALUE "S".
               88 SW-CANCELLED VALUE "X".
           05 SW-CREATED     PIC 9(8).
           05 SW-OPERATOR    PIC X(20).
