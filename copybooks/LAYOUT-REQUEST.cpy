      *> Parameter block for LAYOUT-CHECK (Dia 90), the layout-version
      *> guard on the shared data files. The indexed accounts.dat,
      *> transactions.dat and invoices.dat carry a header record at
      *> key zero (ACCOUNT-HEADER-RECORD, TRANSACTION-HEADER-RECORD,
      *> INVOICE-HEADER-RECORD); the line-sequential customers.dat and
      *> loans.dat carry it as their first line, with id zero
      *> (CUSTOMER-HEADER-RECORD, LOAN-HEADER-RECORD). The header
      *> holds the file type, the layout version and the record count.
      *> Every program that opens one of them checks the header first
      *> and refuses to run against a layout it was not compiled for;
      *> every writer adds what it wrote (and subtracts what it
      *> deleted) to the header count on the way out, and every
      *> reader skips the header record.
      *>   LAYOUT-ACTION  C = check the files marked as used,
      *>                  P = post the run's deltas to the header
      *>                      counts (a missing header is created on a
      *>                      file that was empty or absent),
      *>                  S = stamp: count the records and write the
      *>                      header afresh (LAYOUT-STAMP and the
      *>                      programs that rebuild a file whole)
      *>   LAYOUT-PROGRAM caller's PROGRAM-ID, recorded in the header
      *>   LAYOUT-xxx-USED Y = the caller opens that file
      *>   LAYOUT-xxx-VERSION the layout the caller was compiled with;
      *>                  raise it together with the record layout
      *>                  (ACCOUNT-RECORD.cpy, TRANSACTION-RECORD.cpy,
      *>                  INVOICE-RECORD.cpy, LOAN-RECORD.cpy, or the
      *>                  customer FDs) and re-stamp the file
      *>   LAYOUT-xxx-DELTA records written less records deleted
      *>   LAYOUT-xxx-COUNT header count after a check/post/stamp
      *>   LAYOUT-RESULT  Y = ok, N = refused (reason in LAYOUT-MESSAGE)
       01 LAYOUT-REQUEST.
           05 LAYOUT-ACTION        PIC X.
           05 LAYOUT-PROGRAM       PIC X(20).
           05 LAYOUT-ACC-USED      PIC X VALUE "N".
           05 LAYOUT-TRANS-USED    PIC X VALUE "N".
           05 LAYOUT-CUST-USED     PIC X VALUE "N".
           05 LAYOUT-LOAN-USED     PIC X VALUE "N".
           05 LAYOUT-INV-USED      PIC X VALUE "N".
           05 LAYOUT-ACC-VERSION   PIC 9(3) VALUE 1.
           05 LAYOUT-TRANS-VERSION PIC 9(3) VALUE 1.
           05 LAYOUT-CUST-VERSION  PIC 9(3) VALUE 1.
           05 LAYOUT-LOAN-VERSION  PIC 9(3) VALUE 1.
           05 LAYOUT-INV-VERSION   PIC 9(3) VALUE 1.
           05 LAYOUT-ACC-DELTA     PIC S9(7) VALUE 0.
           05 LAYOUT-TRANS-DELTA   PIC S9(7) VALUE 0.
           05 LAYOUT-CUST-DELTA    PIC S9(7) VALUE 0.
           05 LAYOUT-LOAN-DELTA    PIC S9(7) VALUE 0.
           05 LAYOUT-INV-DELTA     PIC S9(7) VALUE 0.
           05 LAYOUT-ACC-COUNT     PIC 9(9) VALUE 0.
           05 LAYOUT-TRANS-COUNT   PIC 9(9) VALUE 0.
           05 LAYOUT-CUST-COUNT    PIC 9(9) VALUE 0.
           05 LAYOUT-LOAN-COUNT    PIC 9(9) VALUE 0.
           05 LAYOUT-INV-COUNT     PIC 9(9) VALUE 0.
           05 LAYOUT-RESULT        PIC X.
           05 LAYOUT-MESSAGE       PIC X(70).
