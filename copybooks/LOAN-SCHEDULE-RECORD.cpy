      *> Shared amortization-schedule layout for loan_schedule.dat:
      *> one line per installment of a loan, written by LOAN-SYSTEM
      *> (Dia 32) when the loan is granted or restructured, repriced
      *> by the variable-rate reset and updated by the collection
      *> batch. Read by LOAN-COLLECTIONS
      *> (Dia 48) to build the delinquency worklist.
       01 LSCHED-REC.
           05 LS-LOAN-ID       PIC 9(4).
               88 LS-PENDING   VALUE "P".
               88 LS-COLLECTED VALUE "C".
               88 LS-SETTLED-EARLY VALUE "S".
      *> W marks pending rows closed by a write-off: never collected
      *> and no penalty interest from then on.
               88 LS-WRITTEN-OFF VALUE "W".
