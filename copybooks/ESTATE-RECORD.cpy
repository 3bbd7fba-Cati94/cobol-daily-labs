      *> Estate register layout for estates.dat, kept by ESTATE-MAINT
      *> (Dia 83): one line per deceased customer. Opening the estate
      *> marks the customer deceased in customers.dat, freezes every
      *> account carrying that ACC-CUST-ID, pauses the standing orders
      *> (schedules.dat) and suspends the direct-debit mandates
      *> (dd_mandates.dat) of those accounts and flags their loans;
      *> the counts of what was touched are kept here. The estate is
      *> closed once every account has been paid out to the heirs
      *> and closed at zero balance.
       01 ES-REC.
           05 ES-CUST-ID     PIC 9(3).
           05 ES-CUST-NAME   PIC A(20).
           05 ES-DEATH-DATE  PIC 9(8).
           05 ES-OPENED      PIC 9(8).
           05 ES-ACCOUNTS    PIC 9(3).
           05 ES-ORDERS      PIC 9(3).
           05 ES-MANDATES    PIC 9(3).
           05 ES-LOANS       PIC 9(3).
      *> A = aberto (contas congeladas, pagamentos em curso),
      *> C = encerrado (todas as contas encerradas).
           05 ES-STATUS      PIC X.
               88 ES-OPEN      VALUE "A".
               88 ES-CLOSED    VALUE "C".
           05 ES-CLOSED-DATE PIC 9(8).
           05 ES-OPERATOR    PIC X(20).
