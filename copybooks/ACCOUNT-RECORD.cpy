      *> currency, branch); every other program COPYs this same
      *> layout instead of rolling its own subset, so one program's
      *> accounts.dat is always a valid accounts.dat for the others.
      *> Any change to this layout raises LAYOUT-ACC-VERSION in
      *> LAYOUT-REQUEST.cpy and the files are re-stamped (LAYOUT-STAMP,
      *> Dia 90), so a program still compiled against the old layout
      *> refuses to open the new file instead of corrupting it.
       01 ACCOUNT-RECORD.
           05 ACC-ID          PIC 9(8).
      *> Key zero is the layout header below, never an account:
      *> every sequential pass starts after it.
               88 ACC-LAYOUT-HEADER VALUE 0.
           05 ACC-NAME        PIC A(30).
      *> Signed so an account with an arranged overdraft
      *> (overdrafts.dat, OVERDRAFT-MAINT Dia 75) can run below zero
      *> down to minus its limit. Same width as before and a positive
      *> balance is stored with the same digits, so existing
      *> accounts.dat files read unchanged.
           05 ACC-BALANCE     PIC S9(7)V99.
      *> ACC-NAME is always the primary holder. ACC-JOINT-COUNT (0-2)
      *> says how many of the ACC-JOINT-OWNER slots below are in use
      *> for a joint/multi-owner account.
      *> ledger balance; the available balance every debit check must
      *> use is ACC-BALANCE - ACC-HOLD-AMOUNT. The daily release
      *> batch (CHEQUE-HOLDS) moves matured holds back to available.
      *> Attachment orders (ATTACH-ORDERS, Dia 84) hold the seized
      *> amount here too, on top of any cheque holds; their split
      *> per order is in attachment_holds.dat.
           05 ACC-HOLD-AMOUNT PIC 9(7)V99 VALUE 0.
      *> 'Y' exempts the account from the maintenance fees posted by
      *> FEE-POSTING (pensioner and staff accounts) -- before this
      *> savings cap on debits per month). Blank means the account
      *> predates the catalog and keeps the flat legacy treatment.
           05 ACC-PRODUCT     PIC X(3) VALUE SPACES.
      *> Layout header, the record at ACC-ID zero (maintained by
      *> LAYOUT-CHECK, Dia 90): file type, layout version, record
      *> count (accounts, header excluded) and who stamped it last.
      *> AHDR-STATUS sits on ACC-STATUS and always holds 'C', so a
      *> program that lands on key zero by hand sees a closed account.
       01 ACCOUNT-HEADER-RECORD.
           05 AHDR-ID          PIC 9(8).
           05 AHDR-FILE-TYPE   PIC X(30).
           05 AHDR-VERSION     PIC 9(3).
           05 AHDR-COUNT       PIC 9(9).
           05 AHDR-STAMPED     PIC 9(8).
           05 AHDR-PROGRAM     PIC X(20).
           05 FILLER           PIC X(30).
           05 AHDR-STATUS      PIC X.
           05 FILLER           PIC X(24).
