      *> Budget line for gl_budget.dat, maintained by GL-BUDGET
      *> (Dia 88): the amount budgeted for one gl_chart.dat account
      *> at one branch in one period (AAAAMM). Branch 0000 is the
      *> bank as a whole. Amounts are on the account's natural side
      *> (debit balance for A/G accounts, credit balance for P/C/R).
       01 BG-REC.
           05 BG-ACCOUNT PIC X(10).
           05 BG-BRANCH  PIC 9(4).
           05 BG-PERIOD  PIC 9(6).
           05 BG-AMOUNT  PIC 9(13)V99.
