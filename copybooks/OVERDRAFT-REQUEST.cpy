      *> Parameter block for OVERDRAFT-LIMIT (Dia 75), the shared
      *> overdraft lookup. The caller puts the account in ODQ-ACC-ID
      *> and the date of the movement in ODQ-DATE; it gets back
      *> ODQ-FOUND = Y when overdrafts.dat has an agreement for the
      *> account, ODQ-ACTIVE = Y when that agreement is active and
      *> in force on ODQ-DATE, and ODQ-LIMIT with the limit (zero
      *> when not active). A debit check adds ODQ-LIMIT to the
      *> available balance; ODQ-RATE and ODQ-EXPIRY come back even
      *> for a lapsed agreement, for the interest run and the
      *> excess report.
       01 OVERDRAFT-REQUEST.
           05 ODQ-ACC-ID  PIC 9(8).
           05 ODQ-DATE    PIC 9(8).
           05 ODQ-FOUND   PIC X.
           05 ODQ-ACTIVE  PIC X.
           05 ODQ-LIMIT   PIC 9(7)V99.
           05 ODQ-RATE    PIC 9(2)V9(4).
           05 ODQ-EXPIRY  PIC 9(8).
