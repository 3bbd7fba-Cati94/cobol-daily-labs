      *> Earnings input for payroll_earnings.dat: amounts earned
      *> outside the timesheet that PAYROLL-SYSTEM adds to the gross
      *> of the next regular run. Today the only source is the sales
      *> commission run of INVOICE-SYSTEM (Dia 20), one COM line per
      *> salesperson per run, net of clawbacks. A negative balance
      *> stays pending and is offset against later commissions.
       01 EI-REC.
           05 EI-EMP-ID      PIC 9(3).
           05 EI-TYPE        PIC X(3).
           05 EI-PERIOD      PIC 9(6).
           05 EI-AMOUNT      PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 EI-SOURCE      PIC X(15).
      *> P pendente, L pago no run de EI-PAID-DATE.
           05 EI-STATUS      PIC X.
               88 EI-PENDING    VALUE "P".
               88 EI-PAID       VALUE "L".
           05 EI-PAID-DATE   PIC 9(8).
