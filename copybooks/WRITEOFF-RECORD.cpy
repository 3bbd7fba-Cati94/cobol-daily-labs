      *> Shared layout for loan_writeoffs.dat, the register of loans
      *> written off by LOAN-SYSTEM (Dia 32) after dual authorization
      *> in AUTH-QUEUE (Dia 68): one line per loan, with the
      *> principal and overdue interest taken off the balance sheet
      *> on the write-off date. Recoveries collected afterwards are
      *> kept against the same loan in loan_recoveries.dat.
       01 WO-REC.
           05 WO-LOAN-ID    PIC 9(4).
           05 WO-ACC-ID     PIC 9(8).
           05 WO-BRANCH     PIC 9(4).
           05 WO-DATE       PIC 9(8).
           05 WO-PRINCIPAL  PIC 9(7)V99.
           05 WO-INTEREST   PIC 9(7)V99.
           05 WO-MAKER      PIC X(20).
           05 WO-CHECKER    PIC X(20).
