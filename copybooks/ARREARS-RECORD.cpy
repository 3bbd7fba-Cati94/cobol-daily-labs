      *> Arrears line for payroll_arrears.dat, produced by the
      *> PAYROLL-SYSTEM retro-pay run: for one past run of one
      *> employee (original run date and type from payroll_runs.dat)
      *> the difference between the pay recomputed at the back-dated
      *> rate, with that run's own tax treatment, and what was actually
      *> paid. Pending lines are paid as a separate RET line by the
      *> next regular run, which also carries them into the YTD.
       01 AR-REC.
           05 AR-EMP-ID     PIC 9(3).
           05 AR-RUN-DATE   PIC 9(8).
           05 AR-RUN-TYPE   PIC X(3).
           05 AR-OLD-RATE   PIC 9(3)V99.
           05 AR-NEW-RATE   PIC 9(3)V99.
           05 AR-GROSS      PIC 9(7)V99.
           05 AR-IRS        PIC 9(7)V99.
           05 AR-SS         PIC 9(7)V99.
           05 AR-SS-ER      PIC 9(7)V99.
           05 AR-NET        PIC 9(7)V99.
           05 AR-CALC-DATE  PIC 9(8).
      *> P por pagar, L pago no run AR-PAID-DATE.
           05 AR-STATUS     PIC X.
               88 AR-PENDING VALUE "P".
               88 AR-PAID    VALUE "L".
           05 AR-PAID-DATE  PIC 9(8).
