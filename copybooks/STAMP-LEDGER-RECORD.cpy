      *> Stamp-duty ledger layout for stamp_duty_ledger.dat: one line
      *> per duty leg posted, appended by STAMP-CALC on behalf of
      *> LOAN-SYSTEM (Dia 32) and FEE-POSTING (Dia 34). SL-TRANS-ID
      *> is the type-F / reason SEL leg in transactions.dat that
      *> debited the customer. The monthly return in STAMP-DUTY
      *> (Dia 87) totals these lines by tax code and reconciles them
      *> to the posted legs and to the GL payable account.
       01 SL-REC.
           05 SL-DATE       PIC 9(8).
           05 SL-OP-TYPE    PIC X(3).
           05 SL-TAX-CODE   PIC X(8).
           05 SL-ACC-ID     PIC 9(8).
           05 SL-TRANS-ID   PIC 9(5).
           05 SL-BRANCH     PIC 9(4).
           05 SL-CURRENCY   PIC X(3).
           05 SL-BASE       PIC 9(9)V99.
           05 SL-RATE       PIC 9(2)V9(4).
           05 SL-DUTY       PIC 9(7)V99.
           05 SL-SOURCE     PIC X(12).
