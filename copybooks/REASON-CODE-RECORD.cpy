      *> validate the keyed TRANS-REASON against the active codes;
      *> the category groups codes for the spend-by-category
      *> summary. Codes the writers assign automatically (INT, COM,
      *> EST, TRF, GER, EMP, DPZ, DDB, CMP, the card legs CPO and
      *> CLV, JDV for month-end overdraft debit interest, SWP for
      *> the day-end liquidity sweeps, ESP for estate payouts to
      *> heirs, PEN for attachment-order remittances, SEL for the
      *> stamp-duty legs of loans and fees and RCL for complaint
      *> compensation credits) should be loaded here so
      *> the summary can name their categories.
       01 RC-REC.
           05 RC-CODE     PIC X(3).
