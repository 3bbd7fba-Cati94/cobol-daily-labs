       01 BS-REC.
           05 BS-PERIOD  PIC 9(6).
           05 BS-ACC-ID  PIC 9(8).
           05 BS-BALANCE PIC S9(7)V99.
           05 BS-HOLD    PIC 9(7)V99.
