      *> Commission ledger line for commission_ledger.dat, written by
      *> the monthly commission run in INVOICE-SYSTEM (Dia 20). One
      *> C line per invoice once it is paid in full, and one B
      *> (clawback) line when a credit note cancels an invoice that
      *> was already commissioned -- the ledger is what stops an
      *> invoice being paid or clawed back twice.
       01 CM-REC.
           05 CM-INV-ID      PIC 9(4).
           05 CM-SALESPERSON PIC 9(3).
           05 CM-PERIOD      PIC 9(6).
           05 CM-TYPE        PIC X.
               88 CM-COMMISSION VALUE "C".
               88 CM-CLAWBACK   VALUE "B".
           05 CM-PROD-ID     PIC 9(4).
           05 CM-BASE        PIC 9(7)V99.
           05 CM-RATE        PIC 9(2)V99.
           05 CM-AMOUNT      PIC 9(7)V99.
           05 CM-RUN-DATE    PIC 9(8).
