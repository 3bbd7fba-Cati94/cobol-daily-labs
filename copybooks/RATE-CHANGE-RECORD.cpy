      *> Rate-change letter queue (loan_rate_changes.dat): one line
      *> per variable-rate reset done by LOAN-SYSTEM (Dia 32), with
      *> the old and new rate and installment and the due date from
      *> which the new installment applies. NOTIFY-BATCH (Dia 57)
      *> turns each line into a RATECHG letter to the borrower once.
       01 RCN-REC.
           05 RCN-LOAN-ID    PIC 9(4).
           05 RCN-ACC-ID     PIC 9(8).
           05 RCN-RESET-DATE PIC 9(8).
           05 RCN-OLD-RATE   PIC 9(2)V9(4).
           05 RCN-NEW-RATE   PIC 9(2)V9(4).
           05 RCN-OLD-INST   PIC 9(7)V99.
           05 RCN-NEW-INST   PIC 9(7)V99.
           05 RCN-FIRST-DUE  PIC 9(8).
