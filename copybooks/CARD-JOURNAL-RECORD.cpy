      *> Card journal layout (card_journal.dat), written by the
      *> settlement load of CARD-SYSTEM (Dia 73): one line per item
      *> of the network file, accepted (with the TRANS-ID it was
      *> posted under) or declined (with the decline reason). Cash
      *> withdrawals (type A) are the ATM withdrawal journal the
      *> terminal reconciliation reads.
       01 CJ-REC.
           05 CJ-LOAD-DATE   PIC 9(8).
           05 CJ-CARD-NUMBER PIC 9(16).
           05 CJ-ACC-ID      PIC 9(8).
           05 CJ-TXN-DATE    PIC 9(8).
           05 CJ-TYPE        PIC X.
           05 CJ-AMOUNT      PIC 9(7)V99.
           05 CJ-TERMINAL    PIC X(8).
           05 CJ-STATUS      PIC X.
               88 CJ-ACCEPTED VALUE "A".
               88 CJ-DECLINED VALUE "D".
           05 CJ-TRANS-ID    PIC 9(5).
           05 CJ-REASON      PIC X(20).
           05 CJ-NET-REF     PIC X(12).
