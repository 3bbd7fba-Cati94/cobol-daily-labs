      *> Parameter block for STAMP-CALC (Dia 87), the shared stamp-
      *> duty rule. With SDQ-CALCULATE the caller puts the operation
      *> type (EMP loan granted, JUR interest collected, COM
      *> commission), the taxable base, the loan term in months
      *> (EMP only) and the operation date, and gets back the tax
      *> code, rate and duty rounded to the cent from the rate in
      *> force in stamp_duty_rates.dat; SDQ-RESULT = N (duty zero)
      *> when no rate applies. With SDQ-RECORD, after posting the
      *> duty leg, the caller fills the account, transaction ID,
      *> branch, currency and source and the same block is appended
      *> to stamp_duty_ledger.dat.
       01 STAMP-REQUEST.
           05 SDQ-ACTION    PIC X.
               88 SDQ-CALCULATE VALUE "C".
               88 SDQ-RECORD    VALUE "R".
           05 SDQ-OP-TYPE   PIC X(3).
           05 SDQ-BASE      PIC 9(9)V99.
           05 SDQ-TERM      PIC 9(3).
           05 SDQ-DATE      PIC 9(8).
           05 SDQ-TAX-CODE  PIC X(8).
           05 SDQ-RATE      PIC 9(2)V9(4).
           05 SDQ-DUTY      PIC 9(7)V99.
           05 SDQ-RESULT    PIC X.
           05 SDQ-ACC-ID    PIC 9(8).
           05 SDQ-TRANS-ID  PIC 9(5).
           05 SDQ-BRANCH    PIC 9(4).
           05 SDQ-CURRENCY  PIC X(3).
           05 SDQ-SOURCE    PIC X(12).
