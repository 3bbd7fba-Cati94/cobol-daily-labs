      *> Overdraft agreement layout (overdrafts.dat), maintained by
      *> OVERDRAFT-MAINT (Dia 75). At most one line per ACC-ID: the
      *> arranged limit the account may go below zero by, the
      *> annual debit-interest rate the month-end run charges on the
      *> overdrawn days, and the period the facility is valid for.
      *> TRANSACT and TRANSFER read it through OVERDRAFT-LIMIT.
       01 OD-REC.
           05 OD-ACC-ID      PIC 9(8).
           05 OD-LIMIT       PIC 9(7)V99.
      *> Taxa nominal anual em percentagem (ex.: 12.5000).
           05 OD-RATE        PIC 9(2)V9(4).
           05 OD-START-DATE  PIC 9(8).
           05 OD-EXPIRY-DATE PIC 9(8).
      *> A = ativo; C = cancelado (fica no ficheiro pela taxa, que
      *> continua a contar enquanto a conta estiver a descoberto).
           05 OD-STATUS      PIC X.
               88 OD-ACTIVE    VALUE "A".
               88 OD-CANCELLED VALUE "C".
           05 OD-GRANTED-BY  PIC A(20).
