      *> Scenario parameter layout for aml_scenarios.dat, the
      *> thresholds of the AML monitoring sweep (AML-MONITOR, Dia 79).
      *> One line per scenario; an Admin changes them from the
      *> program's menu, so tuning a threshold needs no recompile.
      *> The file is created with the default values on first use.
      *>   STRU structuring: at least AML-MIN-COUNT cash deposits in
      *>        the window between AML-PCT % of AML-AMOUNT (the
      *>        declaration threshold) and the threshold itself.
      *>   PASS pass-through: credits of at least AML-AMOUNT in the
      *>        window with AML-PCT % or more of them debited again.
      *>   SPIK activity spike: movement in the window of at least
      *>        AML-AMOUNT and AML-PCT % or more of the account's own
      *>        average for a window over the previous AML-HISTORY
      *>        days.
      *>   ROND round amounts: at least AML-MIN-COUNT movements in
      *>        the window that are exact multiples of AML-AMOUNT.
       01 AML-REC.
           05 AML-CODE       PIC X(4).
           05 AML-ACTIVE     PIC X.
               88 AML-ENABLED  VALUE "S".
           05 AML-DESC       PIC X(30).
      *> Window and history in calendar days ending on the sweep date.
           05 AML-WINDOW     PIC 9(3).
           05 AML-HISTORY    PIC 9(3).
           05 AML-MIN-COUNT  PIC 9(3).
           05 AML-AMOUNT     PIC 9(7)V99.
           05 AML-PCT        PIC 9(3)V99.
